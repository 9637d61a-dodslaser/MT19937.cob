       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtcert.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OUT-FILE ASSIGN TO "OUTFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS OUT-FILE-STAT.
                   SELECT CERT-FILE ASSIGN TO "CERTFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS CERT-FILE-STAT.
                   SELECT KS-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
           FILE SECTION.
               FD OUT-FILE.
               01 OUT-RECORD PIC X(146).

               FD CERT-FILE.
               01 CERT-RECORD PIC X(200).

               SD KS-SORT-FILE.
               01 KS-SORT-RECORD.
                   05 KS-SORT-VAL PIC 9V9(15).

           WORKING-STORAGE SECTION.
               77 OUT-FILE-STAT PIC X(02).
               77 CERT-FILE-STAT PIC X(02).

               77 PARM-STRING PIC X(200).
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
               77 VAL-IDX BINARY-LONG UNSIGNED.
               77 VAL-LEN BINARY-LONG UNSIGNED.
               77 VAL-CHR PIC X(01).
               77 VAL-OK-SW PIC X(01).
                   88 VAL-OK VALUE "Y".
                   88 VAL-BAD VALUE "N".
               77 VAL-FIELD PIC X(40).
               77 CERT-ALPHA PIC X(01).
               77 CRIT-Z COMP-2.
               77 CRIT-CHI-5 COMP-2.
               77 CRIT-CHI-3 COMP-2.
               77 CRIT-KS COMP-2.

               77 CERT-DATE PIC 9(08).
               77 CERT-TIME PIC 9(08).

               77 GROUP-SW PIC X(01).
                   88 GROUP-OPEN VALUE "Y".
                   88 GROUP-CLOSED VALUE "N".
               77 GRP-SEED PIC X(10).
               77 GRP-REQ-ID PIC X(04).
               77 GRP-STREAM PIC X(05).
               77 GRP-HDR-DATE PIC X(08).
               77 GRP-HDR-TIME PIC X(08).
               77 GRP-MODE PIC X(01).
               77 GRP-DIST PIC X(01).
               77 GRP-LOW COMP-2.
               77 GRP-SPAN COMP-2.
               77 GRP-MEAN COMP-2.
               77 GRP-SD COMP-2.
               77 GRP-LAMBDA COMP-2.
               77 GRP-TRL-COUNT PIC X(10).
               77 GRP-TRL-CHECKSUM PIC X(20).
               77 CONT-SW PIC X(01).
                   88 CONTINUOUS-VALUES VALUE "C".
                   88 DISCRETE-VALUES VALUE "D".

               77 PAYLOAD PIC X(135).
               77 LINE-VAL BINARY-DOUBLE UNSIGNED.
               77 RAW-V COMP-2.
               77 UNIT-V COMP-2.
               77 TEST-V COMP-2.
               77 PREV-V COMP-2.
               77 FIRST-V COMP-2.
               77 NORM-Z COMP-2.
               77 NORM-T COMP-2.
               77 NORM-PDF COMP-2.
               77 NORM-POLY COMP-2.

               77 VAL-COUNT BINARY-LONG UNSIGNED.
               77 RUN-STEPS BINARY-LONG UNSIGNED.
               77 RUNS-COUNT BINARY-LONG UNSIGNED.
               77 RUN-DIR BINARY-LONG.
               77 PREV-DIR BINARY-LONG.
               77 RUNS-M COMP-2.
               77 RUNS-EXP COMP-2.
               77 RUNS-VAR COMP-2.

               77 SUM-X COMP-2.
               77 SUM-XX COMP-2.
               77 SUM-XY COMP-2.
               77 SERIAL-NUM COMP-2.
               77 SERIAL-DEN COMP-2.
               77 SERIAL-R COMP-2.

               01 GAP-TABLE.
                   05 GAP-CNT OCCURS 6 TIMES BINARY-LONG UNSIGNED.
               01 GAP-PROB-TABLE.
                   05 GAP-PROB OCCURS 6 TIMES COMP-2.
               77 GAP-LEN BINARY-LONG UNSIGNED.
               77 GAP-TOTAL BINARY-LONG UNSIGNED.
               77 GAP-CAT BINARY-LONG UNSIGNED.
               77 GAP-SW PIC X(01).
                   88 GAP-STARTED VALUE "Y".
                   88 GAP-NOT-STARTED VALUE "N".

               01 HAND-TABLE.
                   05 HAND-DIGIT OCCURS 5 TIMES BINARY-LONG UNSIGNED.
               01 POKER-TABLE.
                   05 POKER-CNT OCCURS 4 TIMES BINARY-LONG UNSIGNED.
               01 POKER-PROB-TABLE.
                   05 POKER-PROB OCCURS 4 TIMES COMP-2.
               77 HAND-POS BINARY-LONG UNSIGNED.
               77 HAND-DISTINCT BINARY-LONG UNSIGNED.
               77 HAND-I BINARY-LONG UNSIGNED.
               77 HAND-J BINARY-LONG UNSIGNED.
               77 HAND-SW PIC X(01).
                   88 HAND-DIGIT-NEW VALUE "N".
                   88 HAND-DIGIT-SEEN VALUE "S".
               77 HANDS BINARY-LONG UNSIGNED.

               01 CERT-VAL-TABLE.
                   05 CERT-VAL OCCURS 1000000 TIMES COMP-2.
               77 CERT-VAL-LIMIT BINARY-LONG UNSIGNED VALUE 1000000.
               77 KS-N BINARY-LONG UNSIGNED.
               77 KS-I BINARY-LONG UNSIGNED.
               77 KS-D COMP-2.
               77 KS-DIFF COMP-2.
               77 KS-U COMP-2.
               77 SORT-EOF-SW PIC X(01).
                   88 SORT-EOF VALUE "Y".
                   88 SORT-NOT-EOF VALUE "N".

               77 CAT-IDX BINARY-LONG UNSIGNED.
               77 CHI-EXP COMP-2.
               77 CHI-DIFF COMP-2.

               77 STAT-RUNS COMP-2.
               77 STAT-SERIAL COMP-2.
               77 STAT-GAP COMP-2.
               77 STAT-POKER COMP-2.
               77 STAT-KS COMP-2.
               77 TEST-FLAGS PIC X(05).
               77 CERT-RESULT PIC X(08).
               77 CHR-STAT PIC -(6)9.9(4).

               77 GROUP-COUNT BINARY-LONG UNSIGNED.
               77 PASS-COUNT BINARY-LONG UNSIGNED.
               77 FAIL-COUNT BINARY-LONG UNSIGNED.
               77 SKIP-COUNT BINARY-LONG UNSIGNED.
               77 EXEMPT-COUNT BINARY-LONG UNSIGNED.
               77 CHR-COUNT PIC Z(10).

       PROCEDURE DIVISION.
           MOVE SPACES TO PARM-STRING.
           ACCEPT PARM-STRING FROM COMMAND-LINE.
           MOVE 0 TO PARM-ENTRY-COUNT.
           IF PARM-STRING NOT = SPACES
               PERFORM PARSE-PARM-STRING
           END-IF.
           MOVE "1" TO CERT-ALPHA.
           MOVE "ALPHA" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL TO VAL-FIELD
               PERFORM CHECK-UNSIGNED-VALUE
               IF VAL-OK AND VAL-LEN > 2
                   SET VAL-BAD TO TRUE
               END-IF
               IF VAL-OK
                   EVALUATE NUMVAL(VAL-FIELD)
                       WHEN 1
                           MOVE "1" TO CERT-ALPHA
                       WHEN 5
                           MOVE "5" TO CERT-ALPHA
                       WHEN OTHER
                           SET VAL-BAD TO TRUE
                   END-EVALUATE
               END-IF
               IF VAL-BAD
                   DISPLAY "ALPHA must be 1 or 5 (percent)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF CERT-ALPHA = "5"
               MOVE 1.959964 TO CRIT-Z
               MOVE 11.070498 TO CRIT-CHI-5
               MOVE 7.814728 TO CRIT-CHI-3
               MOVE 1.358099 TO CRIT-KS
           ELSE
               MOVE 2.575829 TO CRIT-Z
               MOVE 15.086272 TO CRIT-CHI-5
               MOVE 11.344867 TO CRIT-CHI-3
               MOVE 1.627624 TO CRIT-KS
           END-IF.
           MOVE 0.5 TO GAP-PROB(1).
           MOVE 0.25 TO GAP-PROB(2).
           MOVE 0.125 TO GAP-PROB(3).
           MOVE 0.0625 TO GAP-PROB(4).
           MOVE 0.03125 TO GAP-PROB(5).
           MOVE 0.03125 TO GAP-PROB(6).
           MOVE 0.0136 TO POKER-PROB(1).
           MOVE 0.18 TO POKER-PROB(2).
           MOVE 0.504 TO POKER-PROB(3).
           MOVE 0.3024 TO POKER-PROB(4).

           MOVE 0 TO GROUP-COUNT.
           MOVE 0 TO PASS-COUNT.
           MOVE 0 TO FAIL-COUNT.
           MOVE 0 TO SKIP-COUNT.
           MOVE 0 TO EXEMPT-COUNT.
           SET GROUP-CLOSED TO TRUE.
           ACCEPT CERT-DATE FROM DATE YYYYMMDD.
           ACCEPT CERT-TIME FROM TIME.

           OPEN INPUT OUT-FILE.
           IF OUT-FILE-STAT NOT = "00"
               DISPLAY "Cannot open OUTFILE, status " OUT-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CERT-FILE.
           IF CERT-FILE-STAT NOT = "00"
               OPEN OUTPUT CERT-FILE
           END-IF.
           IF CERT-FILE-STAT NOT = "00"
               DISPLAY "Cannot open CERTFILE, status " CERT-FILE-STAT
               CLOSE OUT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL OUT-FILE-STAT NOT = "00"
               READ OUT-FILE
                   AT END CONTINUE
               END-READ
               IF OUT-FILE-STAT = "00"
                       AND OUT-RECORD NOT = SPACES
                   PERFORM CERT-OUT-RECORD
               END-IF
           END-PERFORM.
           CLOSE OUT-FILE.
           CLOSE CERT-FILE.
           IF GROUP-OPEN
               ADD 1 TO SKIP-COUNT
           END-IF.

           MOVE GROUP-COUNT TO CHR-COUNT.
           DISPLAY "Header groups read : " TRIM(CHR-COUNT).
           MOVE PASS-COUNT TO CHR-COUNT.
           DISPLAY "Groups certified   : " TRIM(CHR-COUNT).
           MOVE FAIL-COUNT TO CHR-COUNT.
           DISPLAY "Groups failed      : " TRIM(CHR-COUNT).
           MOVE SKIP-COUNT TO CHR-COUNT.
           DISPLAY "Groups not tested  : " TRIM(CHR-COUNT).
           MOVE EXEMPT-COUNT TO CHR-COUNT.
           DISPLAY "Groups exempt      : " TRIM(CHR-COUNT).
           IF FAIL-COUNT > 0 OR SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CERT-OUT-RECORD.
           IF OUT-RECORD(1:1) = "H"
               IF GROUP-OPEN
                   ADD 1 TO SKIP-COUNT
               END-IF
               PERFORM CERT-START-GROUP
           ELSE
               IF GROUP-OPEN
                   IF OUT-RECORD(1:1) = "T"
                       PERFORM CERT-END-GROUP
                   ELSE
                       IF OUT-RECORD(1:1) = "D"
                           PERFORM CERT-DATA-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CERT-START-GROUP.
           ADD 1 TO GROUP-COUNT.
           SET GROUP-OPEN TO TRUE.
           MOVE OUT-RECORD(2:8) TO GRP-HDR-DATE.
           MOVE OUT-RECORD(10:8) TO GRP-HDR-TIME.
           MOVE OUT-RECORD(18:10) TO GRP-SEED.
           MOVE OUT-RECORD(38:1) TO GRP-MODE.
           MOVE OUT-RECORD(39:1) TO GRP-DIST.
           MOVE OUT-RECORD(60:4) TO GRP-REQ-ID.
           MOVE OUT-RECORD(64:5) TO GRP-STREAM.
           SET CONTINUOUS-VALUES TO TRUE.
           EVALUATE GRP-DIST
               WHEN "R"
                   IF OUT-RECORD(69:20) NOT = SPACES
                       COMPUTE GRP-LOW = NUMVAL(OUT-RECORD(69:10))
                       COMPUTE GRP-SPAN =
                           NUMVAL(OUT-RECORD(79:10)) - GRP-LOW + 1
                   ELSE
                       MOVE 0 TO GRP-SPAN
                   END-IF
                   IF GRP-SPAN < 100000
                       SET DISCRETE-VALUES TO TRUE
                   END-IF
               WHEN "N"
                   MOVE 0 TO GRP-MEAN
                   MOVE 1 TO GRP-SD
                   IF OUT-RECORD(89:19) NOT = SPACES
                       COMPUTE GRP-MEAN = NUMVAL(OUT-RECORD(89:19))
                   END-IF
                   IF OUT-RECORD(108:19) NOT = SPACES
                       COMPUTE GRP-SD = NUMVAL(OUT-RECORD(108:19))
                   END-IF
                   IF GRP-SD <= 0
                       MOVE 1 TO GRP-SD
                   END-IF
               WHEN "E"
                   MOVE 1 TO GRP-LAMBDA
                   IF OUT-RECORD(89:19) NOT = SPACES
                       COMPUTE GRP-LAMBDA = NUMVAL(OUT-RECORD(89:19))
                   END-IF
                   IF GRP-LAMBDA <= 0
                       MOVE 1 TO GRP-LAMBDA
                   END-IF
               WHEN "T"
               WHEN "P"
               WHEN "S"
                   SET DISCRETE-VALUES TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE 0 TO VAL-COUNT.
           MOVE 0 TO RUN-STEPS.
           MOVE 0 TO RUNS-COUNT.
           MOVE 0 TO PREV-DIR.
           MOVE 0 TO SUM-X.
           MOVE 0 TO SUM-XX.
           MOVE 0 TO SUM-XY.
           MOVE 0 TO GAP-LEN.
           MOVE 0 TO GAP-TOTAL.
           SET GAP-NOT-STARTED TO TRUE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               MOVE 0 TO GAP-CNT(CAT-IDX)
           END-PERFORM.
           MOVE 0 TO HAND-POS.
           MOVE 0 TO HANDS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
               MOVE 0 TO POKER-CNT(CAT-IDX)
           END-PERFORM.
           MOVE 0 TO KS-N.

       CERT-DATA-RECORD.
           MOVE OUT-RECORD(12:135) TO PAYLOAD.
           PERFORM EXTRACT-VALUE.
           ADD 1 TO VAL-COUNT.
           IF CONTINUOUS-VALUES
               MOVE UNIT-V TO TEST-V
           ELSE
               MOVE RAW-V TO TEST-V
           END-IF.

           IF VAL-COUNT = 1
               MOVE TEST-V TO FIRST-V
           ELSE
               COMPUTE SUM-XY = SUM-XY + PREV-V * TEST-V
               MOVE 0 TO RUN-DIR
               IF TEST-V > PREV-V
                   MOVE 1 TO RUN-DIR
               END-IF
               IF TEST-V < PREV-V
                   MOVE -1 TO RUN-DIR
               END-IF
               IF RUN-DIR NOT = 0
                   ADD 1 TO RUN-STEPS
                   IF RUN-DIR NOT = PREV-DIR
                       ADD 1 TO RUNS-COUNT
                       MOVE RUN-DIR TO PREV-DIR
                   END-IF
               END-IF
           END-IF.
           COMPUTE SUM-X = SUM-X + TEST-V.
           COMPUTE SUM-XX = SUM-XX + TEST-V * TEST-V.
           MOVE TEST-V TO PREV-V.

           IF CONTINUOUS-VALUES
               PERFORM ACCUMULATE-GAP
               PERFORM ACCUMULATE-POKER
               IF KS-N < CERT-VAL-LIMIT
                   ADD 1 TO KS-N
                   MOVE UNIT-V TO CERT-VAL(KS-N)
               END-IF
           END-IF.

       EXTRACT-VALUE.
           MOVE 0 TO UNIT-V.
           EVALUATE GRP-DIST
               WHEN "P"
               WHEN "S"
                   COMPUTE RAW-V = NUMVAL(PAYLOAD(1:10))
               WHEN "U"
                   COMPUTE RAW-V = NUMVAL(PAYLOAD(1:40))
                   MOVE RAW-V TO UNIT-V
               WHEN "N"
                   COMPUTE RAW-V = NUMVAL(PAYLOAD(1:40))
                   COMPUTE NORM-Z = (RAW-V - GRP-MEAN) / GRP-SD
                   PERFORM COMPUTE-NORMAL-CDF
               WHEN "E"
                   COMPUTE RAW-V = NUMVAL(PAYLOAD(1:40))
                   COMPUTE UNIT-V = 1 - EXP(0 - GRP-LAMBDA * RAW-V)
               WHEN "R"
                   COMPUTE RAW-V = NUMVAL(PAYLOAD(1:40))
                   IF CONTINUOUS-VALUES
                       COMPUTE UNIT-V =
                           (RAW-V - GRP-LOW + 0.5) / GRP-SPAN
                   END-IF
               WHEN "T"
                   COMPUTE RAW-V = NUMVAL(PAYLOAD(1:40))
               WHEN OTHER
                   IF GRP-MODE = "6"
                       MOVE NUMVAL(PAYLOAD(20:21)) TO LINE-VAL
                       MOVE LINE-VAL TO RAW-V
                       COMPUTE UNIT-V =
                           RAW-V / 18446744073709551616
                   ELSE
                       MOVE NUMVAL(PAYLOAD(12:29)) TO LINE-VAL
                       MOVE LINE-VAL TO RAW-V
                       COMPUTE UNIT-V = RAW-V / 4294967296
                   END-IF
           END-EVALUATE.
           IF UNIT-V < 0
               MOVE 0 TO UNIT-V
           END-IF.
           IF UNIT-V >= 1
               MOVE 0.999999999 TO UNIT-V
           END-IF.

       COMPUTE-NORMAL-CDF.
           COMPUTE NORM-T = 1 / (1 + 0.2316419 * ABS(NORM-Z)).
           COMPUTE NORM-PDF =
               EXP(0 - NORM-Z * NORM-Z / 2) / 2.506628274631.
           COMPUTE NORM-POLY = NORM-T * (0.319381530
               + NORM-T * (-0.356563782
               + NORM-T * (1.781477937
               + NORM-T * (-1.821255978
               + NORM-T * 1.330274429)))).
           IF NORM-Z >= 0
               COMPUTE UNIT-V = 1 - NORM-PDF * NORM-POLY
           ELSE
               COMPUTE UNIT-V = NORM-PDF * NORM-POLY
           END-IF.

       ACCUMULATE-GAP.
           IF UNIT-V < 0.5
               IF GAP-STARTED
                   IF GAP-LEN > 5
                       MOVE 6 TO GAP-CAT
                   ELSE
                       COMPUTE GAP-CAT = GAP-LEN + 1
                   END-IF
                   ADD 1 TO GAP-CNT(GAP-CAT)
                   ADD 1 TO GAP-TOTAL
               END-IF
               SET GAP-STARTED TO TRUE
               MOVE 0 TO GAP-LEN
           ELSE
               IF GAP-STARTED
                   ADD 1 TO GAP-LEN
               END-IF
           END-IF.

       ACCUMULATE-POKER.
           ADD 1 TO HAND-POS.
           COMPUTE HAND-DIGIT(HAND-POS) = UNIT-V * 10.
           IF HAND-DIGIT(HAND-POS) > 9
               MOVE 9 TO HAND-DIGIT(HAND-POS)
           END-IF.
           IF HAND-POS = 5
               MOVE 0 TO HAND-DISTINCT
               PERFORM VARYING HAND-I FROM 1 BY 1 UNTIL HAND-I > 5
                   SET HAND-DIGIT-NEW TO TRUE
                   PERFORM VARYING HAND-J FROM 1 BY 1
                           UNTIL HAND-J >= HAND-I OR HAND-DIGIT-SEEN
                       IF HAND-DIGIT(HAND-J) = HAND-DIGIT(HAND-I)
                           SET HAND-DIGIT-SEEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF HAND-DIGIT-NEW
                       ADD 1 TO HAND-DISTINCT
                   END-IF
               END-PERFORM
               IF HAND-DISTINCT <= 2
                   ADD 1 TO POKER-CNT(1)
               ELSE
                   ADD 1 TO POKER-CNT(HAND-DISTINCT - 1)
               END-IF
               ADD 1 TO HANDS
               MOVE 0 TO HAND-POS
           END-IF.

       CERT-END-GROUP.
           MOVE OUT-RECORD(2:10) TO GRP-TRL-COUNT.
           MOVE OUT-RECORD(12:20) TO GRP-TRL-CHECKSUM.
           SET GROUP-CLOSED TO TRUE.
           MOVE "-----" TO TEST-FLAGS.
           MOVE 0 TO STAT-RUNS.
           MOVE 0 TO STAT-SERIAL.
           MOVE 0 TO STAT-GAP.
           MOVE 0 TO STAT-POKER.
           MOVE 0 TO STAT-KS.

           IF GRP-DIST NOT = "S"
               PERFORM TEST-RUNS-UP-DOWN
               PERFORM TEST-SERIAL-CORRELATION
               IF CONTINUOUS-VALUES
                   PERFORM TEST-GAP
                   PERFORM TEST-POKER
                   IF GRP-DIST = "U" OR GRP-DIST = "X"
                           OR GRP-DIST = "N" OR GRP-DIST = "E"
                       PERFORM TEST-KOLMOGOROV-SMIRNOV
                   END-IF
               END-IF
           END-IF.

           IF GRP-DIST = "S"
               MOVE "EXEMPT" TO CERT-RESULT
               ADD 1 TO EXEMPT-COUNT
           ELSE
           IF TEST-FLAGS = "-----"
               MOVE "NOTEST" TO CERT-RESULT
               ADD 1 TO SKIP-COUNT
           ELSE
               MOVE 0 TO CAT-IDX
               INSPECT TEST-FLAGS TALLYING CAT-IDX FOR ALL "F"
               IF CAT-IDX = 0
                   MOVE "PASS" TO CERT-RESULT
                   ADD 1 TO PASS-COUNT
               ELSE
                   MOVE "FAIL" TO CERT-RESULT
                   ADD 1 TO FAIL-COUNT
               END-IF
           END-IF
           END-IF.
           PERFORM WRITE-CERTIFICATE.
           MOVE VAL-COUNT TO CHR-COUNT.
           DISPLAY "Seed " TRIM(GRP-SEED) " req " GRP-REQ-ID
               " stream " TRIM(GRP-STREAM) " N=" TRIM(CHR-COUNT)
               " tests " TEST-FLAGS " " TRIM(CERT-RESULT).

       TEST-RUNS-UP-DOWN.
           COMPUTE RUNS-M = RUN-STEPS + 1.
           IF RUNS-M >= 20
               COMPUTE RUNS-EXP = (2 * RUNS-M - 1) / 3
               COMPUTE RUNS-VAR = (16 * RUNS-M - 29) / 90
               COMPUTE STAT-RUNS =
                   (RUNS-COUNT - RUNS-EXP) / SQRT(RUNS-VAR)
               IF ABS(STAT-RUNS) > CRIT-Z
                   MOVE "F" TO TEST-FLAGS(1:1)
               ELSE
                   MOVE "P" TO TEST-FLAGS(1:1)
               END-IF
           END-IF.

       TEST-SERIAL-CORRELATION.
           IF VAL-COUNT >= 20
               COMPUTE SUM-XY = SUM-XY + PREV-V * FIRST-V
               COMPUTE SERIAL-NUM = VAL-COUNT * SUM-XY - SUM-X * SUM-X
               COMPUTE SERIAL-DEN =
                   VAL-COUNT * SUM-XX - SUM-X * SUM-X
               IF SERIAL-DEN > 0
                   COMPUTE SERIAL-R = SERIAL-NUM / SERIAL-DEN
                   COMPUTE STAT-SERIAL = (SERIAL-R
                       + 1 / (VAL-COUNT - 1)) * SQRT(VAL-COUNT)
                   IF ABS(STAT-SERIAL) > CRIT-Z
                       MOVE "F" TO TEST-FLAGS(2:1)
                   ELSE
                       MOVE "P" TO TEST-FLAGS(2:1)
                   END-IF
               ELSE
                   MOVE "F" TO TEST-FLAGS(2:1)
               END-IF
           END-IF.

       TEST-GAP.
           IF GAP-TOTAL >= 160
               MOVE 0 TO STAT-GAP
               PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
                   COMPUTE CHI-EXP = GAP-TOTAL * GAP-PROB(CAT-IDX)
                   COMPUTE CHI-DIFF = GAP-CNT(CAT-IDX) - CHI-EXP
                   COMPUTE STAT-GAP =
                       STAT-GAP + CHI-DIFF * CHI-DIFF / CHI-EXP
               END-PERFORM
               IF STAT-GAP > CRIT-CHI-5
                   MOVE "F" TO TEST-FLAGS(3:1)
               ELSE
                   MOVE "P" TO TEST-FLAGS(3:1)
               END-IF
           END-IF.

       TEST-POKER.
           IF HANDS >= 368
               MOVE 0 TO STAT-POKER
               PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
                   COMPUTE CHI-EXP = HANDS * POKER-PROB(CAT-IDX)
                   COMPUTE CHI-DIFF = POKER-CNT(CAT-IDX) - CHI-EXP
                   COMPUTE STAT-POKER =
                       STAT-POKER + CHI-DIFF * CHI-DIFF / CHI-EXP
               END-PERFORM
               IF STAT-POKER > CRIT-CHI-3
                   MOVE "F" TO TEST-FLAGS(4:1)
               ELSE
                   MOVE "P" TO TEST-FLAGS(4:1)
               END-IF
           END-IF.

       TEST-KOLMOGOROV-SMIRNOV.
           IF KS-N >= 35
               MOVE 0 TO KS-D
               SORT KS-SORT-FILE ON ASCENDING KEY KS-SORT-VAL
                   INPUT PROCEDURE IS KS-RELEASE
                   OUTPUT PROCEDURE IS KS-RETURN
               COMPUTE STAT-KS =
                   KS-D * (SQRT(KS-N) + 0.12 + 0.11 / SQRT(KS-N))
               IF STAT-KS > CRIT-KS
                   MOVE "F" TO TEST-FLAGS(5:1)
               ELSE
                   MOVE "P" TO TEST-FLAGS(5:1)
               END-IF
           END-IF.

       KS-RELEASE.
           PERFORM VARYING KS-I FROM 1 BY 1 UNTIL KS-I > KS-N
               MOVE CERT-VAL(KS-I) TO KS-SORT-VAL
               RELEASE KS-SORT-RECORD
           END-PERFORM.

       KS-RETURN.
           MOVE 0 TO KS-I.
           SET SORT-NOT-EOF TO TRUE.
           PERFORM UNTIL SORT-EOF
               RETURN KS-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
               IF SORT-NOT-EOF
                   ADD 1 TO KS-I
                   MOVE KS-SORT-VAL TO KS-U
                   COMPUTE KS-DIFF = KS-I / KS-N - KS-U
                   IF KS-DIFF > KS-D
                       MOVE KS-DIFF TO KS-D
                   END-IF
                   COMPUTE KS-DIFF = KS-U - (KS-I - 1) / KS-N
                   IF KS-DIFF > KS-D
                       MOVE KS-DIFF TO KS-D
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CERTIFICATE.
           MOVE SPACES TO CERT-RECORD.
           MOVE CERT-DATE TO CERT-RECORD(1:8).
           MOVE CERT-TIME TO CERT-RECORD(9:8).
           MOVE GRP-HDR-DATE TO CERT-RECORD(17:8).
           MOVE GRP-HDR-TIME TO CERT-RECORD(25:8).
           MOVE GRP-SEED TO CERT-RECORD(33:10).
           MOVE GRP-REQ-ID TO CERT-RECORD(43:4).
           MOVE GRP-STREAM TO CERT-RECORD(47:5).
           MOVE GRP-TRL-COUNT TO CERT-RECORD(52:10).
           MOVE GRP-TRL-CHECKSUM TO CERT-RECORD(62:20).
           MOVE GRP-MODE TO CERT-RECORD(82:1).
           MOVE GRP-DIST TO CERT-RECORD(83:1).
           IF TEST-FLAGS(1:1) NOT = "-"
               MOVE STAT-RUNS TO CHR-STAT
               MOVE CHR-STAT TO CERT-RECORD(84:12)
           END-IF.
           IF TEST-FLAGS(2:1) NOT = "-"
               MOVE STAT-SERIAL TO CHR-STAT
               MOVE CHR-STAT TO CERT-RECORD(96:12)
           END-IF.
           IF TEST-FLAGS(3:1) NOT = "-"
               MOVE STAT-GAP TO CHR-STAT
               MOVE CHR-STAT TO CERT-RECORD(108:12)
           END-IF.
           IF TEST-FLAGS(4:1) NOT = "-"
               MOVE STAT-POKER TO CHR-STAT
               MOVE CHR-STAT TO CERT-RECORD(120:12)
           END-IF.
           IF TEST-FLAGS(5:1) NOT = "-"
               MOVE STAT-KS TO CHR-STAT
               MOVE CHR-STAT TO CERT-RECORD(132:12)
           END-IF.
           MOVE TEST-FLAGS TO CERT-RECORD(144:5).
           MOVE CERT-RESULT TO CERT-RECORD(150:8).
           MOVE CERT-ALPHA TO CERT-RECORD(158:1).
           WRITE CERT-RECORD.

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
