       >>DEFINE CONSTANT N 624
       >>DEFINE CONSTANT N64 312

       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtregen.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT REGN-FILE ASSIGN TO "REGNFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS REGN-FILE-STAT.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS AUDIT-FILE-STAT.
                   SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS ARCH-FILE-STAT.
                   SELECT KEY-FILE ASSIGN TO "KEYFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS KEY-FILE-STAT.
                   SELECT KEY-ARCH-FILE ASSIGN TO "KEYARCH"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS KEY-ARCH-STAT.
                   SELECT PARM-ARCH-FILE ASSIGN TO "PARMARCH"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS PARM-ARCH-STAT.
                   SELECT WGT-FILE ASSIGN TO "WGTFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS WGT-FILE-STAT.
                   SELECT SHUF-FILE ASSIGN TO "SHUFIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SHUF-FILE-STAT.
                   SELECT SORT-FILE ASSIGN TO "SORTWK".
                   SELECT QUOTA-FILE ASSIGN TO "QUOTAFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS QUOTA-FILE-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.
                   SELECT PROF-FILE ASSIGN TO "PROFFILE"
                       ORGANIZATION INDEXED
                       ACCESS RANDOM
                       RECORD KEY IS PROF-KEY
                       FILE STATUS IS PROF-FILE-STAT.
                   SELECT JRNL-FILE ASSIGN TO "PROFJRNL"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS JRNL-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
               FD REGN-FILE.
               01 REGN-RECORD PIC X(146).

               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD ARCH-FILE.
               01 ARCH-RECORD PIC X(320).

               FD KEY-FILE.
               01 KEY-RECORD PIC X(20).

               FD KEY-ARCH-FILE.
               01 KEY-ARCH-RECORD PIC X(48).

               FD PARM-ARCH-FILE.
               01 PARM-ARCH-RECORD PIC X(160).

               FD WGT-FILE.
               01 WGT-RECORD PIC X(40).

               FD SHUF-FILE.
               01 SHUF-RECORD PIC X(124).

               SD SORT-FILE.
               01 SORT-RECORD.
                   05 SORT-OUT-POS PIC 9(10).
                   05 SORT-IN-POS PIC 9(10).
                   05 SORT-DATA PIC X(124).

               FD QUOTA-FILE.
               01 QUOTA-RECORD PIC X(80).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

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

           WORKING-STORAGE SECTION.
               COPY "mtcore.cpy".
               COPY "mtchain.cpy".

               77 REGN-FILE-STAT PIC X(02).
               77 AUDIT-FILE-STAT PIC X(02).
               77 ARCH-FILE-STAT PIC X(02).
               77 KEY-FILE-STAT PIC X(02).
               77 KEY-ARCH-STAT PIC X(02).
               77 PARM-ARCH-STAT PIC X(02).
               77 WGT-FILE-STAT PIC X(02).
               77 SHUF-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).
               77 PROF-FILE-STAT PIC X(02).
               77 JRNL-FILE-STAT PIC X(02).
               77 SCAN-RECORD PIC X(320).
               77 ORIG-RECORD PIC X(320).

               77 OPERATOR-ID PIC X(08).
               77 FIND-DATE PIC 9(08).
               77 FIND-TIME PIC 9(08).
               77 FIND-SEED BINARY-LONG UNSIGNED.
               77 FIND-SELECT BINARY-LONG UNSIGNED.
               77 FIND-TIME-SW PIC X(01).
                   88 HAS-FIND-TIME VALUE "Y".
                   88 NO-FIND-TIME VALUE "N".
               77 FIND-SELECT-SW PIC X(01).
                   88 HAS-FIND-SELECT VALUE "Y".
                   88 NO-FIND-SELECT VALUE "N".
               77 MATCH-COUNT BINARY-LONG UNSIGNED.
               77 SCAN-SEED BINARY-LONG UNSIGNED.
               77 SCAN-SELECT BINARY-LONG UNSIGNED.
               77 SCAN-DATE PIC 9(08).
               77 SCAN-TIME PIC 9(08).

               77 N-VALUES BINARY-LONG UNSIGNED.
               77 CHR-N-VALUES PIC Z(10).
               77 SEED BINARY-LONG UNSIGNED.
               77 CHR-SEED PIC Z(10).
               77 Y BINARY-LONG UNSIGNED.
               77 CHR-Y PIC Z(10).
               77 CHR-SCALED-Y PIC Z(9)9.
               77 Y64 BINARY-DOUBLE UNSIGNED.
               77 CHR-Y64 PIC Z(20).
               77 GEN-COUNT BINARY-LONG UNSIGNED.
               77 CKPT-CHR PIC Z(10).
               77 CKPT-NUM BINARY-LONG UNSIGNED.
               77 OUT-PAYLOAD PIC X(49).
               77 CHECKSUM BINARY-DOUBLE UNSIGNED.
               77 CHR-CHECKSUM PIC Z(20).
               77 AUDIT-N-VALUES BINARY-LONG UNSIGNED.
               77 AUDIT-CHECKSUM BINARY-DOUBLE UNSIGNED.
               77 AUDIT-DATE PIC 9(08).
               77 AUDIT-TIME PIC 9(08).
               77 HDR-DATE PIC 9(08).
               77 HDR-TIME PIC 9(08).
               77 REQ-ID PIC 9(04).
               77 REGEN-TYPE PIC X(08).
               77 REGEN-RC BINARY-SHORT UNSIGNED.

               01 KEY-TABLE.
                   05 KEY-VAL OCCURS 64 TIMES BINARY-LONG UNSIGNED.
               77 KEY-COUNT BINARY-LONG UNSIGNED.
               77 KEY-IDX BINARY-LONG UNSIGNED.
               77 KEY-CHECKSUM BINARY-DOUBLE UNSIGNED.
               77 AUDIT-KEY-COUNT BINARY-LONG UNSIGNED.
               77 AUDIT-KEY-CHECKSUM BINARY-DOUBLE UNSIGNED.
               77 KEY-SOURCE PIC X(08).
               77 KEY-LOAD-SW PIC X(01).
                   88 KEYS-LOADED VALUE "Y".
                   88 KEYS-NOT-LOADED VALUE "N".
               77 RUN-PARMS-SW PIC X(01).
                   88 RUN-PARMS-LOADED VALUE "Y".
                   88 RUN-PARMS-NOT-LOADED VALUE "N".
               77 RUN-WGT-HASH BINARY-DOUBLE UNSIGNED.
               77 RUN-PARM-RECORD PIC X(160).
               77 DISCARD-COUNT BINARY-LONG UNSIGNED.
               77 SEED-MODE-SW PIC X(01).
                   88 ARRAY-SEED-MODE VALUE "A".
                   88 SINGLE-SEED-MODE VALUE "S".

               77 SCALE-MODE-SW PIC X(01).
                   88 RANGE-MODE VALUE "R".
                   88 UNIT-MODE VALUE "U".
                   88 RAW-MODE VALUE "X".
               77 LOW-SW PIC X(01).
               77 HIGH-SW PIC X(01).
               77 LOW-BOUND BINARY-LONG UNSIGNED.
               77 HIGH-BOUND BINARY-LONG UNSIGNED.
               77 RANGE-SPAN BINARY-DOUBLE UNSIGNED.
               77 RANGE-LIMIT BINARY-DOUBLE UNSIGNED.
               77 SCALED-Y BINARY-LONG UNSIGNED.
               77 UNIT-Y COMP-2.
               77 CHR-UNIT-Y PIC 9.9(9).
               77 CHR-UNIT-DIGITS PIC 9(09).
               77 UNIT-DIGITS BINARY-LONG UNSIGNED.

               77 PROFILE-NAME PIC X(16).
               77 PROFILE-VERSION PIC 9(04).
               77 CHR-PROF-VERSION PIC Z(04).
               77 PROF-RESOLVE-SW PIC X(01).
                   88 PROF-RESOLVED VALUE "Y".
                   88 PROF-NOT-RESOLVED VALUE "N".
                   88 PROF-REFUSED VALUE "X".

               77 STREAMS-COUNT BINARY-LONG UNSIGNED.
               77 STREAM-SELECT BINARY-LONG UNSIGNED.
               77 SUBSTREAM-SKIP BINARY-DOUBLE UNSIGNED.
               77 CHR-SUBSTREAM PIC Z(05).

               77 UNIQUE-ENV PIC X(01).
               77 UNIQUE-SW PIC X(01).
                   88 UNIQUE-DRAW VALUE "Y".
                   88 NO-UNIQUE-DRAW VALUE "N".
               01 DRAWN-TABLE.
                   05 DRAWN-VAL OCCURS 100000 TIMES
                       BINARY-LONG UNSIGNED.
               77 DRAWN-COUNT BINARY-LONG UNSIGNED.
               77 DRAWN-IDX BINARY-LONG UNSIGNED.
               77 DRAWN-LIMIT BINARY-LONG UNSIGNED VALUE 100000.
               77 DRAWN-SW PIC X(01).
                   88 DRAW-IS-NEW VALUE "N".
                   88 DRAW-IS-DUP VALUE "D".

               77 DIST-MODE-SW PIC X(01).
                   88 NORMAL-DIST VALUE "N".
                   88 EXP-DIST VALUE "E".
                   88 TABLE-DIST VALUE "T".
                   88 SHUFFLE-DIST VALUE "P".
                   88 SAMPLE-DIST VALUE "S".
                   88 NO-DIST VALUE " ".
               01 WGT-TABLE.
                   05 WGT-ENTRY OCCURS 500 TIMES.
                       10 WGT-VALUE BINARY-LONG UNSIGNED.
                       10 WGT-WEIGHT COMP-2.
                       10 WGT-CUM COMP-2.
               77 WGT-COUNT BINARY-LONG UNSIGNED.
               77 WGT-IDX BINARY-LONG UNSIGNED.
               77 WGT-PICK BINARY-LONG UNSIGNED.
               77 WGT-LIMIT BINARY-LONG UNSIGNED VALUE 500.
               77 WGT-TOTAL COMP-2.
               77 WGT-VALUE-X PIC X(20).
               77 WGT-WEIGHT-X PIC X(20).
               77 WGT-PICK-SW PIC X(01).
                   88 WGT-PICKED VALUE "Y".
                   88 WGT-NOT-PICKED VALUE "N".
               77 WGT-HASH BINARY-DOUBLE UNSIGNED.
               77 WGT-CHR-IDX BINARY-LONG UNSIGNED.
               77 TABLE-Y BINARY-LONG UNSIGNED.

               01 SHUF-IDX-TABLE.
                   05 SHUF-IDX OCCURS 1000000 TIMES
                       BINARY-LONG UNSIGNED.
               01 SHUF-ORD-TABLE.
                   05 SHUF-ORD OCCURS 1000000 TIMES
                       BINARY-LONG UNSIGNED.
               77 SHUF-LIMIT BINARY-LONG UNSIGNED VALUE 1000000.
               77 SHUF-TOTAL BINARY-LONG UNSIGNED.
               77 SHUF-K BINARY-LONG UNSIGNED.
               77 SHUF-I BINARY-LONG UNSIGNED.
               77 SHUF-J BINARY-LONG UNSIGNED.
               77 SHUF-TMP BINARY-LONG UNSIGNED.
               77 SHUF-SPAN BINARY-DOUBLE UNSIGNED.
               77 SHUF-DRAW-LIMIT BINARY-DOUBLE UNSIGNED.
               77 SHUF-READ-POS BINARY-LONG UNSIGNED.
               77 SORT-EOF-SW PIC X(01).
                   88 SORT-EOF VALUE "Y".
                   88 SORT-NOT-EOF VALUE "N".
               77 CHR-SHUF-POS PIC 9(10).
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
               77 QUOTA-FILE-STAT PIC X(02).
               77 QUOTA-HASH BINARY-DOUBLE UNSIGNED.
               77 QUOTA-HASH-MOD BINARY-DOUBLE UNSIGNED
                   VALUE 999999999999989.
               77 QUOTA-CHR-IDX BINARY-LONG UNSIGNED.
               77 AUDIT-QUOTA-HASH BINARY-DOUBLE UNSIGNED.
               77 AUDIT-POPULATION BINARY-LONG UNSIGNED.
               77 AUDIT-SHUF-HASH BINARY-DOUBLE UNSIGNED.
               77 SHUF-HASH BINARY-DOUBLE UNSIGNED.
               77 SHUF-HASH-MOD BINARY-DOUBLE UNSIGNED
                   VALUE 99999999977.
               77 SHUF-CHR-IDX BINARY-LONG UNSIGNED.
               77 SHUF-HASH-SW PIC X(01).
                   88 SHUF-HASH-RECORDED VALUE "Y".
                   88 SHUF-HASH-NOT-RECORDED VALUE "N".
               77 SAMPLE-NEED BINARY-DOUBLE UNSIGNED.
               77 SAMPLE-LEFT BINARY-DOUBLE UNSIGNED.

               77 DIST-MEAN COMP-2.
               77 DIST-SD COMP-2.
               77 DIST-LAMBDA COMP-2.
               77 DIST-Y COMP-2.
               77 DIST-U1 COMP-2.
               77 DIST-U2 COMP-2.
               77 DIST-R COMP-2.
               77 TWO-PI COMP-2 VALUE 6.283185307179586.
               77 NORM-CACHE-SW PIC X(01).
                   88 NORM-CACHED VALUE "Y".
                   88 NORM-NOT-CACHED VALUE "N".
               77 NORM-CACHE-VAL COMP-2.
               77 CHR-DIST-Y PIC -(11)9.9(6).
               77 CHR-DIST-ABS PIC 9(11).9(6).
               77 CHR-DIST-INT PIC 9(11).
               77 CHR-DIST-FRAC PIC 9(06).
               77 DIST-DIGITS BINARY-DOUBLE UNSIGNED.

               77 MODE-SW PIC X(01).
                   88 MODE-64 VALUE "6".
                   88 MODE-32 VALUE "3".

               77 VAL-IDX BINARY-LONG UNSIGNED.
               77 VAL-LEN BINARY-LONG UNSIGNED.
               77 VAL-DOT-COUNT BINARY-LONG UNSIGNED.
               77 VAL-DIGIT-COUNT BINARY-LONG UNSIGNED.
               77 VAL-CHR PIC X(01).
               77 VAL-OK-SW PIC X(01).
                   88 VAL-OK VALUE "Y".
                   88 VAL-BAD VALUE "N".
               77 VAL-FIELD PIC X(40).
               77 ERR-COUNT BINARY-LONG UNSIGNED.
               77 CHR-COUNT PIC Z(10).

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
           MOVE 0 TO MTCORE-CONTEXT.
           MOVE 0 TO MTCORE-SKIP.
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
           ELSE
               MOVE 0 TO PARM-ENTRY-COUNT
           END-IF.

           PERFORM VALIDATE-CONTROLS.
           PERFORM RESOLVE-FIND-KEYS.
           IF ERR-COUNT > 0
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-AUDIT-ENTRY.
           PERFORM FIND-ARCHIVE-ENTRY.
           IF MATCH-COUNT = 0
               DISPLAY "REGEN FAIL: no matching audit record"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MATCH-COUNT > 1
               MOVE MATCH-COUNT TO CHR-COUNT
               DISPLAY "REGEN FAIL: " TRIM(CHR-COUNT)
                   " audit records match - supply TIME"
                   " or STREAM-SELECT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-AUDIT-FIELDS.
           IF PROFILE-NAME NOT = SPACES
               PERFORM RESOLVE-PROFILE-VERSION
           END-IF.
           PERFORM RESOLVE-GEN-PARMS.
           IF ARRAY-SEED-MODE
               PERFORM LOAD-RETAINED-KEYS
           END-IF.
           IF ERR-COUNT > 0
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REGN-FILE.
           IF REGN-FILE-STAT NOT = "00"
               DISPLAY "Cannot open REGNFILE, status " REGN-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SHUFFLE-DIST
               PERFORM REGENERATE-SHUFFLE
           ELSE
           IF SAMPLE-DIST
               PERFORM REGENERATE-SAMPLE
           ELSE
               IF MODE-64
                   PERFORM REGENERATE-STREAM-64
               ELSE
                   PERFORM REGENERATE-STREAM
               END-IF
           END-IF
           END-IF.
           CLOSE REGN-FILE.

           PERFORM COMPARE-WITH-AUDIT.
           PERFORM APPEND-REGEN-AUDIT.
           MOVE REGEN-RC TO RETURN-CODE.
           STOP RUN.

       VALIDATE-CONTROLS.
           MOVE 0 TO ERR-COUNT.
           PERFORM VARYING PARM-PI FROM 1 BY 1
                   UNTIL PARM-PI > PARM-ENTRY-COUNT
               MOVE PARM-ENTRY-VAL(PARM-PI) TO VAL-FIELD
               EVALUATE PARM-ENTRY-KEY(PARM-PI)
                   WHEN "DATE"
                   WHEN "TIME"
                   WHEN "SEED"
                   WHEN "STREAM-SELECT"
                   WHEN "DISCARD"
                   WHEN "LOW"
                   WHEN "HIGH"
                       PERFORM CHECK-UNSIGNED-VALUE
                   WHEN "MEAN"
                   WHEN "SD"
                   WHEN "LAMBDA"
                       PERFORM CHECK-DECIMAL-VALUE
                   WHEN "UNIQUE"
                       SET VAL-OK TO TRUE
                       IF VAL-FIELD NOT = "Y" AND VAL-FIELD NOT = "N"
                               AND VAL-FIELD NOT = "y"
                               AND VAL-FIELD NOT = "n"
                           SET VAL-BAD TO TRUE
                       END-IF
                   WHEN "OPERATOR"
                       SET VAL-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "Unknown parameter: "
                           TRIM(PARM-ENTRY-KEY(PARM-PI))
                       ADD 1 TO ERR-COUNT
                       SET VAL-OK TO TRUE
               END-EVALUATE
               IF VAL-BAD
                   DISPLAY "Invalid value: "
                       TRIM(PARM-ENTRY-KEY(PARM-PI)) "="
                       TRIM(PARM-ENTRY-VAL(PARM-PI))
                   ADD 1 TO ERR-COUNT
               END-IF
           END-PERFORM.

       RESOLVE-FIND-KEYS.
           MOVE SPACES TO OPERATOR-ID.
           MOVE "OPERATOR" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL(1:8) TO OPERATOR-ID
           ELSE
               ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR"
                      ON EXCEPTION MOVE SPACES TO OPERATOR-ID
               END-ACCEPT
           END-IF.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR id is required"
               ADD 1 TO ERR-COUNT
           END-IF.

           MOVE "DATE" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
                   AND LENGTH(TRIM(PARM-LOOKUP-VAL)) = 8
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO FIND-DATE
           ELSE
               DISPLAY "DATE=YYYYMMDD of the run is required"
               ADD 1 TO ERR-COUNT
           END-IF.

           SET NO-FIND-TIME TO TRUE.
           MOVE "TIME" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO FIND-TIME
               SET HAS-FIND-TIME TO TRUE
           END-IF.

           MOVE "SEED" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO FIND-SEED
           ELSE
               DISPLAY "SEED of the run is required"
               ADD 1 TO ERR-COUNT
           END-IF.

           SET NO-FIND-SELECT TO TRUE.
           MOVE "STREAM-SELECT" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO FIND-SELECT
               SET HAS-FIND-SELECT TO TRUE
           END-IF.

       FIND-AUDIT-ENTRY.
           MOVE 0 TO MATCH-COUNT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
               PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                   READ AUDIT-FILE
                       AT END CONTINUE
                   END-READ
                   IF AUDIT-FILE-STAT = "00"
                       MOVE AUDIT-RECORD TO SCAN-RECORD
                       PERFORM TEST-AUDIT-SCAN
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       FIND-ARCHIVE-ENTRY.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STAT = "00"
               PERFORM UNTIL ARCH-FILE-STAT NOT = "00"
                   READ ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF ARCH-FILE-STAT = "00"
                       MOVE ARCH-RECORD TO SCAN-RECORD
                       PERFORM TEST-AUDIT-SCAN
                   END-IF
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

       TEST-AUDIT-SCAN.
           IF SCAN-RECORD NOT = SPACES
                   AND SCAN-RECORD(114:8) = SPACES
               MOVE NUMVAL(SCAN-RECORD(17:10)) TO SCAN-SEED
               MOVE NUMVAL(SCAN-RECORD(87:5)) TO SCAN-SELECT
               MOVE NUMVAL(SCAN-RECORD(1:8)) TO SCAN-DATE
               MOVE NUMVAL(SCAN-RECORD(9:8)) TO SCAN-TIME
               IF SCAN-DATE NOT = FIND-DATE
                       OR (HAS-FIND-TIME AND SCAN-TIME NOT = FIND-TIME)
                   IF SCAN-RECORD(143:16) IS NUMERIC
                       MOVE NUMVAL(SCAN-RECORD(143:8)) TO SCAN-DATE
                       MOVE NUMVAL(SCAN-RECORD(151:8)) TO SCAN-TIME
                   END-IF
               END-IF
               IF SCAN-SEED = FIND-SEED
                       AND SCAN-DATE = FIND-DATE
                       AND (NO-FIND-TIME OR SCAN-TIME = FIND-TIME)
                       AND (NO-FIND-SELECT
                           OR SCAN-SELECT = FIND-SELECT)
                   ADD 1 TO MATCH-COUNT
                   MOVE SCAN-RECORD TO ORIG-RECORD
               END-IF
           END-IF.

       LOAD-AUDIT-FIELDS.
           MOVE NUMVAL(ORIG-RECORD(17:10)) TO SEED.
           MOVE NUMVAL(ORIG-RECORD(27:10)) TO AUDIT-N-VALUES.
           MOVE AUDIT-N-VALUES TO N-VALUES.
           MOVE NUMVAL(ORIG-RECORD(37:20)) TO AUDIT-CHECKSUM.
           MOVE NUMVAL(ORIG-RECORD(57:10)) TO AUDIT-KEY-COUNT.
           MOVE NUMVAL(ORIG-RECORD(67:20)) TO AUDIT-KEY-CHECKSUM.
           MOVE NUMVAL(ORIG-RECORD(87:5)) TO STREAM-SELECT.
           MOVE NUMVAL(ORIG-RECORD(92:5)) TO STREAMS-COUNT.
           MOVE ORIG-RECORD(97:16) TO PROFILE-NAME.
           MOVE NUMVAL(ORIG-RECORD(122:4)) TO REQ-ID.
           MOVE NUMVAL(ORIG-RECORD(126:4)) TO PROFILE-VERSION.
           IF ORIG-RECORD(130:1) = "6"
               SET MODE-64 TO TRUE
           ELSE
               SET MODE-32 TO TRUE
           END-IF.
           SET NO-DIST TO TRUE.
           SET RAW-MODE TO TRUE.
           SET SHUF-HASH-NOT-RECORDED TO TRUE.
           IF ORIG-RECORD(310:11) IS NUMERIC
               SET SHUF-HASH-RECORDED TO TRUE
               MOVE NUMVAL(ORIG-RECORD(310:11)) TO AUDIT-SHUF-HASH
           END-IF.
           EVALUATE ORIG-RECORD(131:1)
               WHEN "N"
                   SET NORMAL-DIST TO TRUE
               WHEN "E"
                   SET EXP-DIST TO TRUE
               WHEN "T"
                   SET TABLE-DIST TO TRUE
               WHEN "P"
                   SET SHUFFLE-DIST TO TRUE
                   IF SHUF-HASH-RECORDED
                       MOVE NUMVAL(ORIG-RECORD(206:10))
                           TO AUDIT-POPULATION
                   END-IF
               WHEN "S"
                   SET SAMPLE-DIST TO TRUE
                   MOVE NUMVAL(ORIG-RECORD(183:5)) TO STRATA-POS
                   MOVE NUMVAL(ORIG-RECORD(188:3)) TO STRATA-LEN
                   MOVE NUMVAL(ORIG-RECORD(191:15)) TO AUDIT-QUOTA-HASH
                   MOVE NUMVAL(ORIG-RECORD(206:10)) TO AUDIT-POPULATION
               WHEN "R"
                   SET RANGE-MODE TO TRUE
               WHEN "U"
                   SET UNIT-MODE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF AUDIT-KEY-COUNT > 0
               SET ARRAY-SEED-MODE TO TRUE
           ELSE
               SET SINGLE-SEED-MODE TO TRUE
           END-IF.
           IF ORIG-RECORD(143:16) IS NUMERIC
               MOVE ORIG-RECORD(143:8) TO HDR-DATE
               MOVE ORIG-RECORD(151:8) TO HDR-TIME
           ELSE
               MOVE ORIG-RECORD(1:8) TO HDR-DATE
               MOVE ORIG-RECORD(9:8) TO HDR-TIME
           END-IF.
           MOVE SEED TO CHR-SEED.
           MOVE N-VALUES TO CHR-N-VALUES.
           DISPLAY "Regenerating run of " ORIG-RECORD(1:8) " "
               ORIG-RECORD(9:8) " seed " TRIM(CHR-SEED)
               " N=" TRIM(CHR-N-VALUES).

       RESOLVE-PROFILE-VERSION.
           SET PROF-NOT-RESOLVED TO TRUE.
           OPEN INPUT PROF-FILE.
           IF PROF-FILE-STAT = "00"
               MOVE PROFILE-NAME TO PROF-KEY
               READ PROF-FILE
               IF PROF-FILE-STAT = "00"
                   IF PROF-EFF-FROM IS NUMERIC
                           AND PROF-EFF-TO IS NUMERIC
                       IF PROF-VERSION = PROFILE-VERSION
                           IF NOT PROF-LAYOUT-CURRENT
                                   AND PROF-RECORD(188:13) NOT = SPACES
                               SET PROF-REFUSED TO TRUE
                           ELSE
                               MOVE PROF-PARMS TO PARM-STRING
                               SET PROF-RESOLVED TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       IF PROFILE-VERSION = 0
                           MOVE PROF-OLD-PARMS TO PARM-STRING
                           SET PROF-RESOLVED TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE PROF-FILE
           END-IF.
           IF PROF-NOT-RESOLVED
               PERFORM RESOLVE-PROFILE-FROM-JOURNAL
           END-IF.
           MOVE PROFILE-VERSION TO CHR-PROF-VERSION.
           IF PROF-REFUSED
               DISPLAY "Profile " TRIM(PROFILE-NAME) " version "
                   TRIM(CHR-PROF-VERSION)
                   " is in the earlier record layout"
               ADD 1 TO ERR-COUNT
           END-IF.
           IF PROF-RESOLVED
               DISPLAY "Using profile " TRIM(PROFILE-NAME)
                   " version " TRIM(CHR-PROF-VERSION)
               PERFORM VARYING PARM-PI FROM 1 BY 1
                       UNTIL PARM-PI > PARM-ENTRY-COUNT
                   EVALUATE PARM-ENTRY-KEY(PARM-PI)
                       WHEN "DATE"
                       WHEN "TIME"
                       WHEN "SEED"
                       WHEN "STREAM-SELECT"
                       WHEN "OPERATOR"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Parameter "
                               TRIM(PARM-ENTRY-KEY(PARM-PI))
                               " not allowed - run used profile "
                               TRIM(PROFILE-NAME)
                           ADD 1 TO ERR-COUNT
                   END-EVALUATE
               END-PERFORM
               SET HAS-PARM TO TRUE
               PERFORM PARSE-PARM-STRING
           END-IF.
           IF PROF-NOT-RESOLVED
               DISPLAY "Profile " TRIM(PROFILE-NAME) " version "
                   TRIM(CHR-PROF-VERSION) " is not retained"
               ADD 1 TO ERR-COUNT
           END-IF.

       RESOLVE-PROFILE-FROM-JOURNAL.
           OPEN INPUT JRNL-FILE.
           IF JRNL-FILE-STAT = "00"
               PERFORM UNTIL JRNL-FILE-STAT NOT = "00"
                   READ JRNL-FILE
                       AT END CONTINUE
                   END-READ
                   IF JRNL-FILE-STAT = "00"
                           AND JRNL-RECORD(33:16) = PROFILE-NAME
                           AND JRNL-RECORD(66:4) IS NUMERIC
                       IF NUMVAL(JRNL-RECORD(66:4)) = PROFILE-VERSION
                           IF JRNL-RECORD(250:1) = "2"
                               MOVE JRNL-RECORD(70:152) TO PARM-STRING
                           ELSE
                               MOVE JRNL-RECORD(70:164) TO PARM-STRING
                           END-IF
                           SET PROF-RESOLVED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JRNL-FILE
           END-IF.

       RESOLVE-GEN-PARMS.
           IF ORIG-RECORD(133:10) NOT = SPACES
               MOVE NUMVAL(ORIG-RECORD(133:10)) TO DISCARD-COUNT
           ELSE
               MOVE "DISCARD" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   MOVE NUMVAL(PARM-LOOKUP-VAL) TO DISCARD-COUNT
               ELSE
                   ACCEPT DISCARD-COUNT FROM ENVIRONMENT "DISCARD"
                          ON EXCEPTION MOVE 0 TO DISCARD-COUNT
                   END-ACCEPT
               END-IF
           END-IF.

           SET RUN-PARMS-NOT-LOADED TO TRUE.
           IF ORIG-RECORD(132:1) = "P"
               PERFORM LOAD-RETAINED-RUN-PARMS
           ELSE
               PERFORM RESOLVE-SUPPLIED-RUN-PARMS
           END-IF.
           IF UNIQUE-ENV = "Y" OR UNIQUE-ENV = "y"
               SET UNIQUE-DRAW TO TRUE
               IF N-VALUES > DRAWN-LIMIT
                   DISPLAY "UNIQUE=Y: N exceeds the draw table limit"
                   ADD 1 TO ERR-COUNT
               END-IF
           ELSE
               SET NO-UNIQUE-DRAW TO TRUE
           END-IF.

           IF DIST-LAMBDA = 0
               MOVE 1 TO DIST-LAMBDA
           END-IF.
           IF TABLE-DIST
               PERFORM LOAD-WGT-FILE
           END-IF.

           MOVE 0 TO SUBSTREAM-SKIP.
           IF STREAMS-COUNT > 0 AND STREAM-SELECT > 0
               COMPUTE SUBSTREAM-SKIP =
                   (STREAM-SELECT - 1) * N-VALUES
           END-IF.

       RESOLVE-SUPPLIED-RUN-PARMS.
           IF RANGE-MODE
               MOVE "LOW" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   MOVE "Y" TO LOW-SW
                   MOVE NUMVAL(PARM-LOOKUP-VAL) TO LOW-BOUND
               ELSE
                   MOVE "Y" TO LOW-SW
                   ACCEPT LOW-BOUND FROM ENVIRONMENT "LOW"
                          ON EXCEPTION MOVE "N" TO LOW-SW
                   END-ACCEPT
               END-IF
               MOVE "HIGH" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   MOVE "Y" TO HIGH-SW
                   MOVE NUMVAL(PARM-LOOKUP-VAL) TO HIGH-BOUND
               ELSE
                   MOVE "Y" TO HIGH-SW
                   ACCEPT HIGH-BOUND FROM ENVIRONMENT "HIGH"
                          ON EXCEPTION MOVE "N" TO HIGH-SW
                   END-ACCEPT
               END-IF
               IF LOW-SW = "Y" AND HIGH-SW = "Y"
                       AND HIGH-BOUND > LOW-BOUND
                   COMPUTE RANGE-SPAN = HIGH-BOUND - LOW-BOUND + 1
                   COMPUTE RANGE-LIMIT = 4294967296 / RANGE-SPAN
                   COMPUTE RANGE-LIMIT = RANGE-LIMIT * RANGE-SPAN
               ELSE
                   DISPLAY "Range run: LOW and HIGH are required"
                   ADD 1 TO ERR-COUNT
               END-IF
               MOVE "UNIQUE" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   MOVE PARM-LOOKUP-VAL(1:1) TO UNIQUE-ENV
               ELSE
                   ACCEPT UNIQUE-ENV FROM ENVIRONMENT "UNIQUE"
                          ON EXCEPTION MOVE SPACE TO UNIQUE-ENV
                   END-ACCEPT
               END-IF
           ELSE
               MOVE SPACE TO UNIQUE-ENV
           END-IF.
           MOVE "MEAN" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               COMPUTE DIST-MEAN = NUMVAL(PARM-LOOKUP-VAL)
           ELSE
               MOVE 0 TO DIST-MEAN
           END-IF.
           MOVE "SD" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               COMPUTE DIST-SD = NUMVAL(PARM-LOOKUP-VAL)
           ELSE
               MOVE 1 TO DIST-SD
           END-IF.
           MOVE "LAMBDA" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               COMPUTE DIST-LAMBDA = NUMVAL(PARM-LOOKUP-VAL)
           ELSE
               MOVE 1 TO DIST-LAMBDA
           END-IF.

       LOAD-RETAINED-RUN-PARMS.
           OPEN INPUT PARM-ARCH-FILE.
           IF PARM-ARCH-STAT = "00"
               PERFORM UNTIL PARM-ARCH-STAT NOT = "00"
                       OR RUN-PARMS-LOADED
                   READ PARM-ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF PARM-ARCH-STAT = "00"
                           AND PARM-ARCH-RECORD(1:1) = "P"
                           AND PARM-ARCH-RECORD(2:16)
                               = ORIG-RECORD(1:16)
                           AND PARM-ARCH-RECORD(18:10)
                               = ORIG-RECORD(17:10)
                           AND PARM-ARCH-RECORD(28:5)
                               = ORIG-RECORD(87:5)
                           AND PARM-ARCH-RECORD(33:4)
                               = ORIG-RECORD(122:4)
                       MOVE PARM-ARCH-RECORD TO RUN-PARM-RECORD
                       SET RUN-PARMS-LOADED TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PARM-ARCH-FILE
           END-IF.
           IF RUN-PARMS-NOT-LOADED
               DISPLAY "Run parameters are not retained in PARMARCH"
               ADD 1 TO ERR-COUNT
           ELSE
               DISPLAY "Run parameters from PARMARCH"
               IF PROFILE-NAME = SPACES
                   PERFORM VARYING PARM-PI FROM 1 BY 1
                           UNTIL PARM-PI > PARM-ENTRY-COUNT
                       EVALUATE PARM-ENTRY-KEY(PARM-PI)
                           WHEN "LOW"
                           WHEN "HIGH"
                           WHEN "UNIQUE"
                           WHEN "MEAN"
                           WHEN "SD"
                           WHEN "LAMBDA"
                               DISPLAY "Parameter "
                                   TRIM(PARM-ENTRY-KEY(PARM-PI))
                                   " not allowed - run parameters"
                                   " are retained"
                               ADD 1 TO ERR-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-PERFORM
               END-IF
               MOVE SPACE TO UNIQUE-ENV
               IF RANGE-MODE
                   MOVE NUMVAL(RUN-PARM-RECORD(37:10)) TO LOW-BOUND
                   MOVE NUMVAL(RUN-PARM-RECORD(47:10)) TO HIGH-BOUND
                   MOVE RUN-PARM-RECORD(57:1) TO UNIQUE-ENV
                   COMPUTE RANGE-SPAN = HIGH-BOUND - LOW-BOUND + 1
                   COMPUTE RANGE-LIMIT = 4294967296 / RANGE-SPAN
                   COMPUTE RANGE-LIMIT = RANGE-LIMIT * RANGE-SPAN
               END-IF
               COMPUTE DIST-MEAN = NUMVAL(RUN-PARM-RECORD(58:20))
               COMPUTE DIST-SD = NUMVAL(RUN-PARM-RECORD(78:20))
               COMPUTE DIST-LAMBDA = NUMVAL(RUN-PARM-RECORD(98:20))
               MOVE NUMVAL(RUN-PARM-RECORD(118:15)) TO RUN-WGT-HASH
           END-IF.

       LOAD-RETAINED-KEYS.
           SET KEYS-NOT-LOADED TO TRUE.
           OPEN INPUT KEY-ARCH-FILE.
           IF KEY-ARCH-STAT = "00"
               PERFORM UNTIL KEY-ARCH-STAT NOT = "00"
                       OR KEYS-LOADED
                   READ KEY-ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF KEY-ARCH-STAT = "00"
                           AND KEY-ARCH-RECORD(1:1) = "K"
                           AND NUMVAL(KEY-ARCH-RECORD(2:20))
                               = AUDIT-KEY-CHECKSUM
                           AND NUMVAL(KEY-ARCH-RECORD(22:10))
                               = AUDIT-KEY-COUNT
                       PERFORM READ-RETAINED-KEY-SET
                   END-IF
               END-PERFORM
               CLOSE KEY-ARCH-FILE
           END-IF.
           IF KEYS-LOADED
               MOVE "KEYARCH" TO KEY-SOURCE
           ELSE
               PERFORM READ-KEY-FILE
               PERFORM CHECK-KEY-SET
               IF KEYS-LOADED
                   MOVE "KEYFILE" TO KEY-SOURCE
               END-IF
           END-IF.
           IF KEYS-LOADED
               MOVE 0 TO SEED
               MOVE KEY-COUNT TO CHR-SUBSTREAM
               DISPLAY "Key material (" TRIM(CHR-SUBSTREAM)
                   " keys) from " TRIM(KEY-SOURCE)
           ELSE
               MOVE AUDIT-KEY-CHECKSUM TO CHR-CHECKSUM
               DISPLAY "No retained key material matches"
                   " KEY-CHECKSUM " TRIM(CHR-CHECKSUM)
               ADD 1 TO ERR-COUNT
           END-IF.

       READ-RETAINED-KEY-SET.
           MOVE 0 TO KEY-COUNT.
           PERFORM UNTIL KEY-COUNT >= AUDIT-KEY-COUNT
                   OR KEY-ARCH-STAT NOT = "00"
               READ KEY-ARCH-FILE
                   AT END CONTINUE
               END-READ
               IF KEY-ARCH-STAT = "00"
                   IF KEY-ARCH-RECORD(1:1) = "V"
                       ADD 1 TO KEY-COUNT
                       MOVE NUMVAL(KEY-ARCH-RECORD(2:10))
                           TO KEY-VAL(KEY-COUNT)
                   ELSE
                       MOVE 99 TO KEY-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CHECK-KEY-SET.

       READ-KEY-FILE.
           MOVE 0 TO KEY-COUNT.
           OPEN INPUT KEY-FILE.
           IF KEY-FILE-STAT = "00"
               PERFORM UNTIL KEY-FILE-STAT NOT = "00"
                       OR KEY-COUNT >= 64
                   READ KEY-FILE
                       AT END CONTINUE
                   END-READ
                   IF KEY-FILE-STAT = "00"
                           AND KEY-RECORD NOT = SPACES
                       ADD 1 TO KEY-COUNT
                       MOVE NUMVAL(KEY-RECORD) TO KEY-VAL(KEY-COUNT)
                   END-IF
               END-PERFORM
               CLOSE KEY-FILE
           END-IF.

       CHECK-KEY-SET.
           IF KEY-COUNT = AUDIT-KEY-COUNT
               MOVE 0 TO KEY-CHECKSUM
               PERFORM VARYING KEY-IDX FROM 1 BY 1
                       UNTIL KEY-IDX > KEY-COUNT
                   COMPUTE KEY-CHECKSUM =
                       KEY-CHECKSUM B-XOR KEY-VAL(KEY-IDX)
               END-PERFORM
               IF KEY-CHECKSUM = AUDIT-KEY-CHECKSUM
                   SET KEYS-LOADED TO TRUE
               END-IF
           END-IF.

       REGENERATE-STREAM.
           IF ARRAY-SEED-MODE
               PERFORM CORE-INIT-BY-ARRAY
           ELSE
               PERFORM CORE-INIT-GENRAND
           END-IF.
           IF SUBSTREAM-SKIP > 0
               PERFORM CORE-JUMP-AHEAD
           END-IF.
           PERFORM DISCARD-COUNT TIMES
               PERFORM NEXT-VALUE-32
           END-PERFORM.
           PERFORM WRITE-OUT-HEADER.

           MOVE 1 TO GEN-COUNT.
           MOVE 0 TO DRAWN-COUNT.
           MOVE 0 TO CHECKSUM.
           SET NORM-NOT-CACHED TO TRUE.
           PERFORM UNTIL GEN-COUNT > N-VALUES
               PERFORM GENERATE-VALUE
               MOVE Y TO CHR-Y
               MOVE SPACES TO OUT-PAYLOAD
               IF NORMAL-DIST OR EXP-DIST
                   MOVE DIST-Y TO CHR-DIST-Y
                   MOVE DIST-Y TO CHR-DIST-ABS
                   MOVE CHR-DIST-ABS(1:11) TO CHR-DIST-INT
                   MOVE CHR-DIST-ABS(13:6) TO CHR-DIST-FRAC
                   COMPUTE DIST-DIGITS =
                       CHR-DIST-INT * 1000000 + CHR-DIST-FRAC
                   STRING TRIM(CHR-DIST-Y)
                       DELIMITED BY SIZE INTO OUT-PAYLOAD
                   END-STRING
                   COMPUTE CHECKSUM = CHECKSUM B-XOR DIST-DIGITS
               ELSE
               IF TABLE-DIST
                   MOVE TABLE-Y TO CHR-SCALED-Y
                   STRING TRIM(CHR-SCALED-Y)
                       DELIMITED BY SIZE INTO OUT-PAYLOAD
                   END-STRING
                   COMPUTE CHECKSUM = CHECKSUM B-XOR TABLE-Y
               ELSE
               IF RANGE-MODE
                   MOVE SCALED-Y TO CHR-SCALED-Y
                   STRING TRIM(CHR-SCALED-Y)
                       DELIMITED BY SIZE INTO OUT-PAYLOAD
                   END-STRING
                   COMPUTE CHECKSUM = CHECKSUM B-XOR SCALED-Y
               ELSE
                   IF UNIT-MODE
                       MOVE UNIT-Y TO CHR-UNIT-Y
                       MOVE CHR-UNIT-Y(3:9) TO CHR-UNIT-DIGITS
                       MOVE CHR-UNIT-DIGITS TO UNIT-DIGITS
                       STRING TRIM(CHR-UNIT-Y)
                           DELIMITED BY SIZE INTO OUT-PAYLOAD
                       END-STRING
                       COMPUTE CHECKSUM = CHECKSUM B-XOR UNIT-DIGITS
                   ELSE
                       STRING HEX-OF(Y) " : " TRIM(CHR-Y)
                           DELIMITED BY SIZE INTO OUT-PAYLOAD
                       END-STRING
                       COMPUTE CHECKSUM = CHECKSUM B-XOR Y
                   END-IF
               END-IF
               END-IF
               END-IF
               PERFORM WRITE-OUT-DATA-RECORD
               ADD 1 TO GEN-COUNT
           END-PERFORM.
           PERFORM WRITE-OUT-TRAILER.

       REGENERATE-STREAM-64.
           PERFORM CORE-INIT-64.
           IF SUBSTREAM-SKIP > 0
               PERFORM CORE-JUMP-AHEAD-64
           END-IF.
           PERFORM DISCARD-COUNT TIMES
               PERFORM NEXT-VALUE-64
           END-PERFORM.
           PERFORM WRITE-OUT-HEADER.

           MOVE 1 TO GEN-COUNT.
           MOVE 0 TO CHECKSUM.
           PERFORM UNTIL GEN-COUNT > N-VALUES
               PERFORM NEXT-VALUE-64
               MOVE Y64 TO CHR-Y64
               MOVE SPACES TO OUT-PAYLOAD
               STRING HEX-OF(Y64) " : " TRIM(CHR-Y64)
                   DELIMITED BY SIZE INTO OUT-PAYLOAD
               END-STRING
               PERFORM WRITE-OUT-DATA-RECORD
               COMPUTE CHECKSUM = CHECKSUM B-XOR Y64
               ADD 1 TO GEN-COUNT
           END-PERFORM.
           PERFORM WRITE-OUT-TRAILER.

       REGENERATE-SHUFFLE.
           PERFORM CORE-INIT-GENRAND.
           PERFORM DISCARD-COUNT TIMES
               PERFORM NEXT-VALUE-32
           END-PERFORM.
           MOVE 0 TO SHUF-TOTAL.
           MOVE 0 TO SHUF-HASH.
           OPEN INPUT SHUF-FILE.
           IF SHUF-FILE-STAT NOT = "00"
               DISPLAY "Cannot open SHUFIN, status " SHUF-FILE-STAT
               CLOSE REGN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL SHUF-FILE-STAT NOT = "00"
               READ SHUF-FILE
                   AT END CONTINUE
               END-READ
               IF SHUF-FILE-STAT = "00"
                   ADD 1 TO SHUF-TOTAL
                   PERFORM HASH-SHUF-RECORD
               END-IF
           END-PERFORM.
           CLOSE SHUF-FILE.
           IF SHUF-TOTAL = 0 OR SHUF-TOTAL > SHUF-LIMIT
                   OR N-VALUES > SHUF-TOTAL
                   OR (SHUF-HASH-RECORDED
                       AND (SHUF-TOTAL NOT = AUDIT-POPULATION
                       OR SHUF-HASH NOT = AUDIT-SHUF-HASH))
               DISPLAY "SHUFIN does not match the original input"
               CLOSE REGN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE N-VALUES TO SHUF-K.

           PERFORM VARYING SHUF-I FROM 1 BY 1
                   UNTIL SHUF-I > SHUF-TOTAL
               MOVE SHUF-I TO SHUF-IDX(SHUF-I)
               MOVE 0 TO SHUF-ORD(SHUF-I)
           END-PERFORM.
           PERFORM VARYING SHUF-I FROM 1 BY 1
                   UNTIL SHUF-I > SHUF-K
               COMPUTE SHUF-SPAN = SHUF-TOTAL - SHUF-I + 1
               COMPUTE SHUF-DRAW-LIMIT = 4294967296 / SHUF-SPAN
               COMPUTE SHUF-DRAW-LIMIT = SHUF-DRAW-LIMIT * SHUF-SPAN
               PERFORM NEXT-VALUE-32
               PERFORM UNTIL Y < SHUF-DRAW-LIMIT
                   PERFORM NEXT-VALUE-32
               END-PERFORM
               COMPUTE SHUF-J = SHUF-I + MOD(Y, SHUF-SPAN)
               MOVE SHUF-IDX(SHUF-I) TO SHUF-TMP
               MOVE SHUF-IDX(SHUF-J) TO SHUF-IDX(SHUF-I)
               MOVE SHUF-TMP TO SHUF-IDX(SHUF-J)
           END-PERFORM.
           PERFORM VARYING SHUF-I FROM 1 BY 1
                   UNTIL SHUF-I > SHUF-K
               MOVE SHUF-I TO SHUF-ORD(SHUF-IDX(SHUF-I))
           END-PERFORM.

           SORT SORT-FILE ON ASCENDING KEY SORT-OUT-POS
               INPUT PROCEDURE IS SHUFFLE-RELEASE
               OUTPUT PROCEDURE IS SHUFFLE-RETURN.

       SHUFFLE-RELEASE.
           MOVE 0 TO SHUF-READ-POS.
           OPEN INPUT SHUF-FILE.
           PERFORM UNTIL SHUF-FILE-STAT NOT = "00"
               READ SHUF-FILE
                   AT END CONTINUE
               END-READ
               IF SHUF-FILE-STAT = "00"
                   ADD 1 TO SHUF-READ-POS
                   IF SHUF-ORD(SHUF-READ-POS) > 0
                       MOVE SHUF-ORD(SHUF-READ-POS) TO SORT-OUT-POS
                       MOVE SHUF-READ-POS TO SORT-IN-POS
                       MOVE SHUF-RECORD TO SORT-DATA
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SHUF-FILE.

       SHUFFLE-RETURN.
           MOVE 1 TO GEN-COUNT.
           MOVE 0 TO CHECKSUM.
           SET SORT-NOT-EOF TO TRUE.
           PERFORM WRITE-OUT-HEADER.
           PERFORM UNTIL GEN-COUNT > SHUF-K OR SORT-EOF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
               IF SORT-NOT-EOF
                   MOVE SORT-IN-POS TO CHR-SHUF-POS
                   MOVE SORT-IN-POS TO SHUF-TMP
                   MOVE SPACES TO REGN-RECORD
                   MOVE "D" TO REGN-RECORD(1:1)
                   MOVE GEN-COUNT TO CKPT-CHR
                   MOVE CKPT-CHR TO REGN-RECORD(2:10)
                   MOVE CHR-SHUF-POS TO REGN-RECORD(12:10)
                   MOVE SORT-DATA TO REGN-RECORD(23:124)
                   WRITE REGN-RECORD
                   COMPUTE CHECKSUM = CHECKSUM B-XOR SHUF-TMP
                   ADD 1 TO GEN-COUNT
               END-IF
           END-PERFORM.
           PERFORM WRITE-OUT-TRAILER.

       REGENERATE-SAMPLE.
           PERFORM CORE-INIT-GENRAND.
           PERFORM DISCARD-COUNT TIMES
               PERFORM NEXT-VALUE-32
           END-PERFORM.
           PERFORM LOAD-QUOTA-FILE.
           IF QUOTA-HASH NOT = AUDIT-QUOTA-HASH
               DISPLAY "QUOTAFILE does not match the original quotas"
               CLOSE REGN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO SHUF-TOTAL.
           MOVE 0 TO SHUF-HASH.
           MOVE 0 TO STRATUM-COUNT.
           SET STRATUM-FITS TO TRUE.
           OPEN INPUT SHUF-FILE.
           IF SHUF-FILE-STAT NOT = "00"
               DISPLAY "Cannot open SHUFIN, status " SHUF-FILE-STAT
               CLOSE REGN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           END-PERFORM.
           CLOSE SHUF-FILE.
           IF SHUF-TOTAL = 0 OR SHUF-TOTAL > SHUF-LIMIT
                   OR SHUF-TOTAL NOT = AUDIT-POPULATION
                   OR STRATUM-OVERFLOW
                   OR (SHUF-HASH-RECORDED
                       AND SHUF-HASH NOT = AUDIT-SHUF-HASH)
               DISPLAY "SHUFIN does not match the original input"
               CLOSE REGN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-STRATUM-QUOTAS.

           MOVE 1 TO GEN-COUNT.
           MOVE 0 TO CHECKSUM.
           PERFORM WRITE-OUT-HEADER.
           MOVE 0 TO SHUF-READ-POS.
           OPEN INPUT SHUF-FILE.
           PERFORM UNTIL SHUF-FILE-STAT NOT = "00"
               READ SHUF-FILE
                   AT END CONTINUE
               END-READ
               IF SHUF-FILE-STAT = "00"
                   ADD 1 TO SHUF-READ-POS
                   PERFORM SELECT-SAMPLE-RECORD
               END-IF
           END-PERFORM.
           CLOSE SHUF-FILE.
           PERFORM WRITE-OUT-TRAILER.

       LOAD-QUOTA-FILE.
           MOVE 0 TO QUOTA-ENTRY-COUNT.
           MOVE 0 TO QUOTA-DEFAULT-IDX.
           MOVE 0 TO QUOTA-HASH.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-FILE-STAT NOT = "00"
               DISPLAY "Cannot open QUOTAFILE, status "
                   QUOTA-FILE-STAT
               CLOSE REGN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL QUOTA-FILE-STAT NOT = "00"
               READ QUOTA-FILE
                   AT END CONTINUE
               END-READ
               IF QUOTA-FILE-STAT = "00"
                       AND QUOTA-RECORD NOT = SPACES
                   PERFORM LOAD-ONE-QUOTA
               END-IF
           END-PERFORM.
           CLOSE QUOTA-FILE.

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
           IF QUOTA-ENTRY-COUNT < QUOTA-LIMIT
               ADD 1 TO QUOTA-ENTRY-COUNT
               MOVE QUOTA-RECORD(1:40) TO QUOTA-KEY(QUOTA-ENTRY-COUNT)
               MOVE QUOTA-RECORD(41:1)
                   TO QUOTA-TYPE(QUOTA-ENTRY-COUNT)
               MOVE 0 TO QUOTA-COUNT(QUOTA-ENTRY-COUNT)
               MOVE 0 TO QUOTA-PCT(QUOTA-ENTRY-COUNT)
               IF QUOTA-RECORD(41:1) = "C"
                   MOVE NUMVAL(QUOTA-RECORD(42:10))
                       TO QUOTA-COUNT(QUOTA-ENTRY-COUNT)
               ELSE
                   MOVE NUMVAL(QUOTA-RECORD(42:10))
                       TO QUOTA-PCT(QUOTA-ENTRY-COUNT)
               END-IF
               IF QUOTA-RECORD(1:40) = "*DEFAULT"
                   MOVE QUOTA-ENTRY-COUNT TO QUOTA-DEFAULT-IDX
               END-IF
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
               IF QUOTA-HIT = 0
                   MOVE QUOTA-DEFAULT-IDX TO QUOTA-HIT
               END-IF
               EVALUATE TRUE
                   WHEN QUOTA-HIT = 0
                       MOVE 0 TO STRATUM-QUOTA(STRATUM-IDX)
                   WHEN QUOTA-TYPE(QUOTA-HIT) = "C"
                       MOVE QUOTA-COUNT(QUOTA-HIT)
                           TO STRATUM-QUOTA(STRATUM-IDX)
                   WHEN OTHER
                       COMPUTE STRATUM-QUOTA(STRATUM-IDX) ROUNDED =
                           STRATUM-POP(STRATUM-IDX)
                           * QUOTA-PCT(QUOTA-HIT) / 100
               END-EVALUATE
               IF STRATUM-QUOTA(STRATUM-IDX) > STRATUM-POP(STRATUM-IDX)
                   MOVE STRATUM-POP(STRATUM-IDX)
                       TO STRATUM-QUOTA(STRATUM-IDX)
               END-IF
           END-PERFORM.

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
               MOVE SPACES TO REGN-RECORD
               MOVE "D" TO REGN-RECORD(1:1)
               MOVE GEN-COUNT TO CKPT-CHR
               MOVE CKPT-CHR TO REGN-RECORD(2:10)
               MOVE CHR-SHUF-POS TO REGN-RECORD(12:10)
               MOVE SHUF-RECORD TO REGN-RECORD(23:124)
               WRITE REGN-RECORD
               COMPUTE CHECKSUM = CHECKSUM B-XOR SHUF-TMP
               ADD 1 TO GEN-COUNT
           END-IF.
           ADD 1 TO STRATUM-SEEN(STRATUM-IDX).

       GENERATE-VALUE.
           IF NORMAL-DIST OR EXP-DIST
               PERFORM GENERATE-DIST-VALUE
           ELSE
           IF TABLE-DIST
               PERFORM GENERATE-TABLE-VALUE
           ELSE
               PERFORM NEXT-VALUE-32
               IF RANGE-MODE
                   PERFORM SCALE-RANGE-VALUE
                   IF UNIQUE-DRAW
                       PERFORM CHECK-DRAWN
                       PERFORM UNTIL DRAW-IS-NEW
                           PERFORM NEXT-VALUE-32
                           PERFORM SCALE-RANGE-VALUE
                           PERFORM CHECK-DRAWN
                       END-PERFORM
                       ADD 1 TO DRAWN-COUNT
                       MOVE SCALED-Y TO DRAWN-VAL(DRAWN-COUNT)
                   END-IF
               END-IF
               IF UNIT-MODE
                   COMPUTE UNIT-Y = Y / 4294967296
               END-IF
           END-IF
           END-IF.

       GENERATE-TABLE-VALUE.
           PERFORM NEXT-VALUE-32.
           COMPUTE DIST-U1 = (Y + 0.5) / 4294967296 * WGT-TOTAL.
           SET WGT-NOT-PICKED TO TRUE.
           MOVE WGT-COUNT TO WGT-PICK.
           PERFORM VARYING WGT-IDX FROM 1 BY 1
                   UNTIL WGT-IDX > WGT-COUNT OR WGT-PICKED
               IF DIST-U1 <= WGT-CUM(WGT-IDX)
                   MOVE WGT-IDX TO WGT-PICK
                   SET WGT-PICKED TO TRUE
               END-IF
           END-PERFORM.
           MOVE WGT-VALUE(WGT-PICK) TO TABLE-Y.

       SCALE-RANGE-VALUE.
           PERFORM UNTIL Y < RANGE-LIMIT
               PERFORM NEXT-VALUE-32
           END-PERFORM.
           COMPUTE SCALED-Y = LOW-BOUND + MOD(Y, RANGE-SPAN).

       CHECK-DRAWN.
           SET DRAW-IS-NEW TO TRUE.
           PERFORM VARYING DRAWN-IDX FROM 1 BY 1
                   UNTIL DRAWN-IDX > DRAWN-COUNT
                       OR DRAW-IS-DUP
               IF DRAWN-VAL(DRAWN-IDX) = SCALED-Y
                   SET DRAW-IS-DUP TO TRUE
               END-IF
           END-PERFORM.

       GENERATE-DIST-VALUE.
           IF NORMAL-DIST
               IF NORM-CACHED
                   COMPUTE DIST-Y =
                       DIST-MEAN + DIST-SD * NORM-CACHE-VAL
                   SET NORM-NOT-CACHED TO TRUE
               ELSE
                   PERFORM NEXT-VALUE-32
                   COMPUTE DIST-U1 = (Y + 0.5) / 4294967296
                   PERFORM NEXT-VALUE-32
                   COMPUTE DIST-U2 = (Y + 0.5) / 4294967296
                   COMPUTE DIST-R = SQRT(0 - 2 * LOG(DIST-U1))
                   COMPUTE NORM-CACHE-VAL =
                       DIST-R * SIN(TWO-PI * DIST-U2)
                   COMPUTE DIST-Y = DIST-MEAN
                       + DIST-SD * DIST-R * COS(TWO-PI * DIST-U2)
                   SET NORM-CACHED TO TRUE
               END-IF
           ELSE
               PERFORM NEXT-VALUE-32
               COMPUTE DIST-U1 = (Y + 0.5) / 4294967296
               COMPUTE DIST-Y = 0 - LOG(DIST-U1) / DIST-LAMBDA
           END-IF.

       LOAD-WGT-FILE.
           MOVE 0 TO WGT-COUNT.
           MOVE 0 TO WGT-TOTAL.
           MOVE 0 TO WGT-HASH.
           OPEN INPUT WGT-FILE.
           IF WGT-FILE-STAT = "00"
               PERFORM UNTIL WGT-FILE-STAT NOT = "00"
                   READ WGT-FILE
                       AT END CONTINUE
                   END-READ
                   IF WGT-FILE-STAT = "00"
                           AND WGT-RECORD NOT = SPACES
                       PERFORM VARYING WGT-CHR-IDX FROM 1 BY 1
                               UNTIL WGT-CHR-IDX > 40
                           COMPUTE WGT-HASH = MOD(WGT-HASH * 131
                               + ORD(WGT-RECORD(WGT-CHR-IDX:1)),
                               QUOTA-HASH-MOD)
                       END-PERFORM
                   END-IF
                   IF WGT-FILE-STAT = "00"
                           AND WGT-RECORD NOT = SPACES
                           AND WGT-COUNT < WGT-LIMIT
                       MOVE SPACES TO WGT-VALUE-X
                       MOVE SPACES TO WGT-WEIGHT-X
                       UNSTRING WGT-RECORD DELIMITED BY ","
                           INTO WGT-VALUE-X WGT-WEIGHT-X
                       END-UNSTRING
                       ADD 1 TO WGT-COUNT
                       MOVE NUMVAL(WGT-VALUE-X) TO WGT-VALUE(WGT-COUNT)
                       COMPUTE WGT-WEIGHT(WGT-COUNT) =
                           NUMVAL(WGT-WEIGHT-X)
                       COMPUTE WGT-TOTAL =
                           WGT-TOTAL + WGT-WEIGHT(WGT-COUNT)
                       MOVE WGT-TOTAL TO WGT-CUM(WGT-COUNT)
                   END-IF
               END-PERFORM
               CLOSE WGT-FILE
           END-IF.
           IF WGT-COUNT = 0 OR WGT-TOTAL = 0
               DISPLAY "Table run: a weighted WGTFILE is required"
               ADD 1 TO ERR-COUNT
           END-IF.
           IF RUN-PARMS-LOADED AND WGT-HASH NOT = RUN-WGT-HASH
               DISPLAY "WGTFILE does not match the original weights"
               ADD 1 TO ERR-COUNT
           END-IF.

       WRITE-OUT-HEADER.
           MOVE SPACES TO REGN-RECORD.
           MOVE "H" TO REGN-RECORD(1:1).
           MOVE HDR-DATE TO REGN-RECORD(2:8).
           MOVE HDR-TIME TO REGN-RECORD(10:8).
           MOVE SEED TO CKPT-CHR.
           MOVE CKPT-CHR TO REGN-RECORD(18:10).
           MOVE N-VALUES TO CKPT-CHR.
           MOVE CKPT-CHR TO REGN-RECORD(28:10).
           MOVE MODE-SW TO REGN-RECORD(38:1).
           IF NORMAL-DIST OR EXP-DIST OR TABLE-DIST OR SHUFFLE-DIST
                   OR SAMPLE-DIST
               MOVE DIST-MODE-SW TO REGN-RECORD(39:1)
           ELSE
               MOVE SCALE-MODE-SW TO REGN-RECORD(39:1)
           END-IF.
           MOVE AUDIT-KEY-CHECKSUM TO CHR-CHECKSUM.
           MOVE CHR-CHECKSUM TO REGN-RECORD(40:20).
           MOVE REQ-ID TO REGN-RECORD(60:4).
           MOVE STREAM-SELECT TO CHR-SUBSTREAM.
           MOVE CHR-SUBSTREAM TO REGN-RECORD(64:5).
           IF RANGE-MODE
               MOVE LOW-BOUND TO CKPT-CHR
               MOVE CKPT-CHR TO REGN-RECORD(69:10)
               MOVE HIGH-BOUND TO CKPT-CHR
               MOVE CKPT-CHR TO REGN-RECORD(79:10)
           END-IF.
           IF NORMAL-DIST
               MOVE DIST-MEAN TO CHR-DIST-Y
               MOVE CHR-DIST-Y TO REGN-RECORD(89:19)
               MOVE DIST-SD TO CHR-DIST-Y
               MOVE CHR-DIST-Y TO REGN-RECORD(108:19)
           END-IF.
           IF EXP-DIST
               MOVE DIST-LAMBDA TO CHR-DIST-Y
               MOVE CHR-DIST-Y TO REGN-RECORD(89:19)
           END-IF.
           WRITE REGN-RECORD.

       WRITE-OUT-DATA-RECORD.
           MOVE SPACES TO REGN-RECORD.
           MOVE "D" TO REGN-RECORD(1:1).
           MOVE GEN-COUNT TO CKPT-CHR.
           MOVE CKPT-CHR TO REGN-RECORD(2:10).
           MOVE OUT-PAYLOAD TO REGN-RECORD(12:49).
           WRITE REGN-RECORD.

       WRITE-OUT-TRAILER.
           MOVE SPACES TO REGN-RECORD.
           MOVE "T" TO REGN-RECORD(1:1).
           COMPUTE CKPT-NUM = GEN-COUNT - 1.
           MOVE CKPT-NUM TO CKPT-CHR.
           MOVE CKPT-CHR TO REGN-RECORD(2:10).
           MOVE CHECKSUM TO CHR-CHECKSUM.
           MOVE CHR-CHECKSUM TO REGN-RECORD(12:20).
           WRITE REGN-RECORD.

       COMPARE-WITH-AUDIT.
           COMPUTE CKPT-NUM = GEN-COUNT - 1.
           MOVE CKPT-NUM TO CHR-COUNT.
           DISPLAY "Values regenerated : " TRIM(CHR-COUNT).
           MOVE CHECKSUM TO CHR-CHECKSUM.
           DISPLAY "Rebuilt checksum   : " TRIM(CHR-CHECKSUM).
           MOVE AUDIT-CHECKSUM TO CHR-CHECKSUM.
           DISPLAY "Audit checksum     : " TRIM(CHR-CHECKSUM).
           IF CKPT-NUM = AUDIT-N-VALUES
                   AND CHECKSUM = AUDIT-CHECKSUM
               MOVE "REGEN" TO REGEN-TYPE
               MOVE 0 TO REGEN-RC
               DISPLAY "REGEN PASS: REGNFILE matches the audit record"
           ELSE
               MOVE "REGENBAD" TO REGEN-TYPE
               MOVE 8 TO REGEN-RC
               DISPLAY "REGEN FAIL: rebuilt group does not match"
                   " the audit record"
           END-IF.

       APPEND-REGEN-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           PERFORM FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STAT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE AUDIT-DATE TO AUDIT-RECORD(1:8).
           MOVE AUDIT-TIME TO AUDIT-RECORD(9:8).
           MOVE ORIG-RECORD(17:10) TO AUDIT-RECORD(17:10).
           COMPUTE CKPT-NUM = GEN-COUNT - 1.
           MOVE CKPT-NUM TO CKPT-CHR.
           MOVE CKPT-CHR TO AUDIT-RECORD(27:10).
           MOVE CHECKSUM TO CHR-CHECKSUM.
           MOVE CHR-CHECKSUM TO AUDIT-RECORD(37:20).
           MOVE ORIG-RECORD(57:40) TO AUDIT-RECORD(57:40).
           MOVE PROFILE-NAME TO AUDIT-RECORD(97:16).
           MOVE REGEN-TYPE TO AUDIT-RECORD(114:8).
           MOVE ORIG-RECORD(122:10) TO AUDIT-RECORD(122:10).
           MOVE DISCARD-COUNT TO CKPT-CHR.
           MOVE CKPT-CHR TO AUDIT-RECORD(133:10).
           MOVE HDR-DATE TO AUDIT-RECORD(143:8).
           MOVE HDR-TIME TO AUDIT-RECORD(151:8).
           MOVE ORIG-RECORD(1:8) TO AUDIT-RECORD(159:8).
           MOVE ORIG-RECORD(9:8) TO AUDIT-RECORD(167:8).
           MOVE OPERATOR-ID TO AUDIT-RECORD(175:8).
           MOVE ORIG-RECORD(183:33) TO AUDIT-RECORD(183:33).
           PERFORM STAMP-AUDIT-CHAIN.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       FIND-AUDIT-CHAIN.
           MOVE "LAST" TO MTCHAIN-FUNC.
           CALL "mtchain" USING MTCHAIN-AREA.

       STAMP-AUDIT-CHAIN.
           MOVE AUDIT-RECORD TO MTCHAIN-RECORD.
           MOVE "STAMP" TO MTCHAIN-FUNC.
           CALL "mtchain" USING MTCHAIN-AREA.
           MOVE MTCHAIN-RECORD TO AUDIT-RECORD.

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

       CHECK-DECIMAL-VALUE.
           SET VAL-OK TO TRUE.
           COMPUTE VAL-LEN = LENGTH(TRIM(VAL-FIELD)).
           IF VAL-LEN = 0
               SET VAL-BAD TO TRUE
           END-IF.
           MOVE TRIM(VAL-FIELD) TO VAL-FIELD.
           MOVE 0 TO VAL-DOT-COUNT.
           MOVE 0 TO VAL-DIGIT-COUNT.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > VAL-LEN OR VAL-BAD
               MOVE VAL-FIELD(VAL-IDX:1) TO VAL-CHR
               EVALUATE TRUE
                   WHEN VAL-CHR >= "0" AND VAL-CHR <= "9"
                       ADD 1 TO VAL-DIGIT-COUNT
                   WHEN VAL-CHR = "-" AND VAL-IDX = 1
                       CONTINUE
                   WHEN VAL-CHR = "."
                       ADD 1 TO VAL-DOT-COUNT
                       IF VAL-DOT-COUNT > 1
                           SET VAL-BAD TO TRUE
                       END-IF
                   WHEN OTHER
                       SET VAL-BAD TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF VAL-DIGIT-COUNT = 0
               SET VAL-BAD TO TRUE
           END-IF.

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

       CORE-INIT-GENRAND.
           MOVE SEED TO MTCORE-SEED.
           MOVE "INIT" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.

       CORE-INIT-BY-ARRAY.
           MOVE KEY-COUNT TO MTCORE-KEY-COUNT.
           PERFORM VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 64
               MOVE KEY-VAL(KEY-IDX) TO MTCORE-KEY(KEY-IDX)
           END-PERFORM.
           MOVE "INITKEY" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.

       CORE-INIT-64.
           MOVE SEED TO MTCORE-SEED.
           MOVE "INIT64" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.

       CORE-JUMP-AHEAD.
           MOVE SUBSTREAM-SKIP TO MTCORE-SKIP.
           MOVE "JUMP" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.

       CORE-JUMP-AHEAD-64.
           MOVE SUBSTREAM-SKIP TO MTCORE-SKIP.
           MOVE "JUMP64" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.

       NEXT-VALUE-32.
           MOVE "NEXT" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           MOVE MTCORE-VALUE TO Y.

       NEXT-VALUE-64.
           MOVE "NEXT64" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           MOVE MTCORE-VALUE TO Y64.
