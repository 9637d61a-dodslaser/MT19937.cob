       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtseeds.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT SEED-HIST-FILE ASSIGN TO "SEEDHIST"
                       ORGANIZATION INDEXED
                       ACCESS DYNAMIC
                       RECORD KEY IS SEED-HIST-KEY
                       FILE STATUS IS SEED-HIST-STAT.
                   SELECT RNG-FILE ASSIGN TO "SEEDRNG"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS RNG-FILE-STAT.
                   SELECT SEED-OUT-FILE ASSIGN TO "SEEDOUT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SEED-OUT-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
               FD SEED-HIST-FILE.
               01 SEED-HIST-RECORD.
                   05 SEED-HIST-KEY.
                       10 SEED-HIST-SEED PIC 9(10).
                       10 SEED-HIST-SELECT PIC 9(05).
                   05 SEED-HIST-DATE PIC 9(08).
                   05 SEED-HIST-TIME PIC 9(08).
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

               FD RNG-FILE.
               01 RNG-RECORD PIC X(80).

               FD SEED-OUT-FILE.
               01 SEED-OUT-RECORD PIC X(20).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
               77 SEED-HIST-STAT PIC X(02).
               77 RNG-FILE-STAT PIC X(02).
               77 SEED-OUT-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).

               77 OPERATOR-ID PIC X(08).
               77 CUR-DATE PIC 9(08).
               77 CUR-TIME PIC 9(08).
               77 CUR-DAY BINARY-LONG UNSIGNED.
               77 RESV-DAY BINARY-LONG UNSIGNED.
               77 RESV-AGE BINARY-LONG UNSIGNED.
               77 CHR-AGE PIC Z(05).

               01 RNG-TABLE.
                   05 RNG-ENTRY OCCURS 200 TIMES.
                       10 RNG-OWNER PIC X(16).
                       10 RNG-TYPE PIC X(01).
                       10 RNG-LOW BINARY-LONG UNSIGNED.
                       10 RNG-HIGH BINARY-LONG UNSIGNED.
               77 RNG-COUNT BINARY-LONG UNSIGNED.
               77 RNG-LIMIT BINARY-LONG UNSIGNED VALUE 200.
               77 RNG-IDX BINARY-LONG UNSIGNED.
               77 RNG-JDX BINARY-LONG UNSIGNED.
               77 RNG-HIT BINARY-LONG UNSIGNED.
               77 RNG-ERR-COUNT BINARY-LONG UNSIGNED.

               01 RESV-TABLE.
                   05 RESV-ENTRY OCCURS 5000 TIMES.
                       10 RESV-SEED BINARY-LONG UNSIGNED.
                       10 RESV-DATE PIC 9(08).
                       10 RESV-BY PIC X(08).
                       10 RESV-PROFILE PIC X(16).
                       10 RESV-USED PIC X(01).
               77 RESV-COUNT BINARY-LONG UNSIGNED.
               77 RESV-LIMIT BINARY-LONG UNSIGNED VALUE 5000.
               77 RESV-IDX BINARY-LONG UNSIGNED.
               77 STALE-COUNT BINARY-LONG UNSIGNED.
               77 RELEASE-COUNT BINARY-LONG UNSIGNED.

               01 ISSUE-TABLE.
                   05 ISSUE-SEED OCCURS 1000 TIMES
                       BINARY-LONG UNSIGNED.
               77 ISSUE-LIMIT BINARY-LONG UNSIGNED VALUE 1000.
               77 ISSUE-WANT BINARY-LONG UNSIGNED.
               77 ISSUE-FOUND BINARY-LONG UNSIGNED.
               77 ISSUE-IDX BINARY-LONG UNSIGNED.
               77 ISSUE-PROFILE PIC X(16).
               77 ISSUE-BY PIC X(08).
               77 CAND-SEED BINARY-LONG UNSIGNED.
               77 SCAN-END-SW PIC X(01).
                   88 SCAN-ENDED VALUE "Y".
                   88 SCAN-NOT-ENDED VALUE "N".
               77 OWNER-ERR-COUNT BINARY-LONG UNSIGNED VALUE 0.
               77 RANGE-END-SW PIC X(01).
                   88 RANGE-ENDED VALUE "Y".
                   88 RANGE-NOT-ENDED VALUE "N".
               77 SEED-OUT-SW PIC X(01).
                   88 SEED-OUT-OPENED VALUE "Y".
                   88 SEED-OUT-NOT-OPENED VALUE "N".
               77 HIST-TRUST-SW PIC X(01).
                   88 HIST-TRUSTED VALUE "Y".
                   88 HIST-NOT-TRUSTED VALUE "N".

               77 STALE-DAYS BINARY-LONG UNSIGNED.
               77 RELEASE-SW PIC X(01).
                   88 RELEASE-STALE VALUE "Y".
                   88 REPORT-STALE VALUE "N".

               77 CMD-VERB PIC X(08).
               77 CMD-NAME PIC X(16).
               77 CMD-PARMS PIC X(184).
               77 CMD-PTR BINARY-LONG UNSIGNED.
               77 CMD-COUNT BINARY-LONG UNSIGNED.
               77 ERR-COUNT BINARY-LONG UNSIGNED.
               77 CHR-COUNT PIC Z(10).
               77 CHR-SEED PIC Z(10).
               77 CHR-LOW PIC Z(10).
               77 CHR-HIGH PIC Z(10).

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

       PROCEDURE DIVISION.
           MOVE 0 TO CMD-COUNT.
           MOVE 0 TO ERR-COUNT.
           MOVE 0 TO STALE-COUNT.
           SET SEED-OUT-NOT-OPENED TO TRUE.
           MOVE SPACES TO OPERATOR-ID.
           MOVE SPACES TO CMD-PARMS.
           ACCEPT CMD-PARMS FROM COMMAND-LINE.
           IF CMD-PARMS(1:9) = "OPERATOR="
               MOVE CMD-PARMS(10:8) TO OPERATOR-ID
           ELSE
               ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR"
                      ON EXCEPTION MOVE SPACES TO OPERATOR-ID
               END-ACCEPT
           END-IF.
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR id is required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT CUR-TIME FROM TIME.
           COMPUTE CUR-DAY = INTEGER-OF-DATE(CUR-DATE).

           PERFORM LOAD-RANGES.
           IF RNG-ERR-COUNT > 0
               DISPLAY "SEEDRNG is in error - no seeds issued"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-SEED-HIST.

           OPEN INPUT SYSIN-FILE.
           IF SYSIN-FILE-STAT NOT = "00"
               DISPLAY "No SYSIN commands"
               CLOSE SEED-HIST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL SYSIN-FILE-STAT NOT = "00"
               READ SYSIN-FILE
                   AT END CONTINUE
               END-READ
               IF SYSIN-FILE-STAT = "00"
                       AND SYSIN-RECORD NOT = SPACES
                   ADD 1 TO CMD-COUNT
                   PERFORM RUN-ONE-COMMAND
               END-IF
           END-PERFORM.
           CLOSE SYSIN-FILE.
           CLOSE SEED-HIST-FILE.
           IF SEED-OUT-OPENED
               CLOSE SEED-OUT-FILE
           END-IF.
           MOVE CMD-COUNT TO CHR-COUNT.
           DISPLAY "Commands processed: " TRIM(CHR-COUNT).
           MOVE ERR-COUNT TO CHR-COUNT.
           DISPLAY "Commands in error : " TRIM(CHR-COUNT).
           IF OWNER-ERR-COUNT > 0
               MOVE 12 TO RETURN-CODE
           ELSE
           IF ERR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF STALE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           END-IF.
           STOP RUN.

       LOAD-RANGES.
           MOVE 0 TO RNG-COUNT.
           MOVE 0 TO RNG-ERR-COUNT.
           OPEN INPUT RNG-FILE.
           IF RNG-FILE-STAT NOT = "00"
               DISPLAY "Cannot open SEEDRNG, status " RNG-FILE-STAT
               ADD 1 TO RNG-ERR-COUNT
           ELSE
               PERFORM UNTIL RNG-FILE-STAT NOT = "00"
                   READ RNG-FILE
                       AT END CONTINUE
                   END-READ
                   IF RNG-FILE-STAT = "00"
                           AND RNG-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-RANGE
                   END-IF
               END-PERFORM
               CLOSE RNG-FILE
           END-IF.
           PERFORM VARYING RNG-IDX FROM 1 BY 1
                   UNTIL RNG-IDX > RNG-COUNT
               PERFORM VARYING RNG-JDX FROM 1 BY 1
                       UNTIL RNG-JDX >= RNG-IDX
                   IF RNG-LOW(RNG-IDX) <= RNG-HIGH(RNG-JDX)
                           AND RNG-HIGH(RNG-IDX) >= RNG-LOW(RNG-JDX)
                       DISPLAY "SEEDRNG: range of "
                           TRIM(RNG-OWNER(RNG-IDX)) " overlaps "
                           TRIM(RNG-OWNER(RNG-JDX))
                       ADD 1 TO RNG-ERR-COUNT
                   END-IF
                   IF RNG-OWNER(RNG-IDX) = RNG-OWNER(RNG-JDX)
                       DISPLAY "SEEDRNG: duplicate owner "
                           TRIM(RNG-OWNER(RNG-IDX))
                       ADD 1 TO RNG-ERR-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ONE-RANGE.
           IF RNG-COUNT >= RNG-LIMIT
               DISPLAY "SEEDRNG holds more than 200 ranges"
               ADD 1 TO RNG-ERR-COUNT
           ELSE
               MOVE RNG-RECORD(18:10) TO VAL-FIELD
               PERFORM CHECK-SEED-VALUE
               IF VAL-OK
                   MOVE RNG-RECORD(28:10) TO VAL-FIELD
                   PERFORM CHECK-SEED-VALUE
               END-IF
               IF VAL-OK AND RNG-RECORD(38:1) >= "0"
                       AND RNG-RECORD(38:1) <= "9"
                   SET VAL-BAD TO TRUE
               END-IF
               IF VAL-BAD OR RNG-RECORD(1:16) = SPACES
                       OR (RNG-RECORD(17:1) NOT = "P"
                           AND RNG-RECORD(17:1) NOT = "D")
                   DISPLAY "SEEDRNG: bad entry " TRIM(RNG-RECORD)
                   ADD 1 TO RNG-ERR-COUNT
               ELSE
                   ADD 1 TO RNG-COUNT
                   MOVE RNG-RECORD(1:16) TO RNG-OWNER(RNG-COUNT)
                   MOVE RNG-RECORD(17:1) TO RNG-TYPE(RNG-COUNT)
                   MOVE NUMVAL(RNG-RECORD(18:10))
                       TO RNG-LOW(RNG-COUNT)
                   MOVE NUMVAL(RNG-RECORD(28:10))
                       TO RNG-HIGH(RNG-COUNT)
                   IF RNG-LOW(RNG-COUNT) > RNG-HIGH(RNG-COUNT)
                       DISPLAY "SEEDRNG: low above high for "
                           TRIM(RNG-OWNER(RNG-COUNT))
                       ADD 1 TO RNG-ERR-COUNT
                   END-IF
               END-IF
           END-IF.

       OPEN-SEED-HIST.
           OPEN I-O SEED-HIST-FILE.
           IF SEED-HIST-STAT NOT = "00"
               DISPLAY "Cannot open SEEDHIST, status " SEED-HIST-STAT
               DISPLAY "Rebuild the seed history with the audit"
                   " archive utility before issuing seeds"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET HIST-NOT-TRUSTED TO TRUE.
           MOVE 9999999999 TO SEED-HIST-SEED.
           MOVE 99999 TO SEED-HIST-SELECT.
           READ SEED-HIST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET HIST-TRUSTED TO TRUE
           END-READ.

       RUN-ONE-COMMAND.
           MOVE SPACES TO CMD-VERB.
           MOVE SPACES TO CMD-NAME.
           MOVE SPACES TO CMD-PARMS.
           MOVE 1 TO CMD-PTR.
           UNSTRING SYSIN-RECORD DELIMITED BY ALL " "
               INTO CMD-VERB CMD-NAME
               WITH POINTER CMD-PTR
           END-UNSTRING.
           IF CMD-PTR <= 200
               MOVE SYSIN-RECORD(CMD-PTR:) TO CMD-PARMS
           END-IF.
           PERFORM PARSE-CMD-PARMS.

           EVALUATE CMD-VERB
               WHEN "ISSUE"
                   PERFORM ISSUE-SEEDS
               WHEN "LIST"
                   PERFORM LIST-RESERVATIONS
               WHEN "STALE"
                   PERFORM STALE-RESERVATIONS
               WHEN "RELEASE"
                   PERFORM RELEASE-ONE-SEED
               WHEN "RANGES"
                   PERFORM LIST-RANGES
               WHEN OTHER
                   DISPLAY "Unknown command: " TRIM(CMD-VERB)
                   ADD 1 TO ERR-COUNT
           END-EVALUATE.

       FIND-RANGE.
           MOVE 0 TO RNG-HIT.
           PERFORM VARYING RNG-IDX FROM 1 BY 1
                   UNTIL RNG-IDX > RNG-COUNT OR RNG-HIT > 0
               IF RNG-OWNER(RNG-IDX) = CMD-NAME
                   MOVE RNG-IDX TO RNG-HIT
               END-IF
           END-PERFORM.

       ISSUE-SEEDS.
           PERFORM FIND-RANGE.
           IF RNG-HIT = 0
               DISPLAY "ISSUE: no seed range for "
                   TRIM(CMD-NAME)
               ADD 1 TO ERR-COUNT
           ELSE
           IF HIST-NOT-TRUSTED
               DISPLAY "ISSUE: SEEDHIST is not marked complete"
                   " - rebuild with the audit archive utility"
               ADD 1 TO ERR-COUNT
           ELSE
               MOVE 1 TO ISSUE-WANT
               MOVE "COUNT" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   MOVE PARM-LOOKUP-VAL TO VAL-FIELD
                   PERFORM CHECK-UNSIGNED-VALUE
                   IF VAL-OK
                       MOVE NUMVAL(PARM-LOOKUP-VAL) TO ISSUE-WANT
                   ELSE
                       MOVE 0 TO ISSUE-WANT
                   END-IF
               END-IF
               MOVE OPERATOR-ID TO ISSUE-BY
               MOVE "REQUESTER" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   MOVE PARM-LOOKUP-VAL(1:8) TO ISSUE-BY
               END-IF
               MOVE SPACES TO ISSUE-PROFILE
               IF RNG-TYPE(RNG-HIT) = "P"
                   MOVE RNG-OWNER(RNG-HIT) TO ISSUE-PROFILE
               END-IF
               MOVE "PROFILE" TO PARM-LOOKUP-KEY
               PERFORM LOOKUP-PARM
               IF PARM-LOOKUP-FOUND
                   IF RNG-TYPE(RNG-HIT) = "P"
                           AND PARM-LOOKUP-VAL(1:16)
                               NOT = RNG-OWNER(RNG-HIT)
                       DISPLAY "ISSUE: range of " TRIM(CMD-NAME)
                           " is for that profile only"
                       MOVE 0 TO ISSUE-WANT
                   ELSE
                       MOVE PARM-LOOKUP-VAL(1:16) TO ISSUE-PROFILE
                   END-IF
               END-IF
               IF ISSUE-WANT = 0 OR ISSUE-WANT > ISSUE-LIMIT
                   DISPLAY "ISSUE: COUNT must be 1 to 1000"
                   ADD 1 TO ERR-COUNT
               ELSE
                   PERFORM FIND-FREE-SEEDS
                   PERFORM RESERVE-FREE-SEEDS
               END-IF
           END-IF
           END-IF.

       FIND-FREE-SEEDS.
           MOVE 0 TO ISSUE-FOUND.
           MOVE RNG-LOW(RNG-HIT) TO CAND-SEED.
           SET SCAN-NOT-ENDED TO TRUE.
           MOVE CAND-SEED TO SEED-HIST-SEED.
           MOVE 0 TO SEED-HIST-SELECT.
           START SEED-HIST-FILE KEY >= SEED-HIST-KEY
               INVALID KEY SET SCAN-ENDED TO TRUE
           END-START.
           IF SCAN-NOT-ENDED
               PERFORM READ-NEXT-HIST
           END-IF.
           SET RANGE-NOT-ENDED TO TRUE.
           PERFORM UNTIL ISSUE-FOUND >= ISSUE-WANT
                   OR RANGE-ENDED
               PERFORM UNTIL SCAN-ENDED
                       OR SEED-HIST-SEED >= CAND-SEED
                   PERFORM READ-NEXT-HIST
               END-PERFORM
               IF SCAN-ENDED OR SEED-HIST-SEED > CAND-SEED
                   ADD 1 TO ISSUE-FOUND
                   MOVE CAND-SEED TO ISSUE-SEED(ISSUE-FOUND)
               END-IF
               IF CAND-SEED = RNG-HIGH(RNG-HIT)
                   SET RANGE-ENDED TO TRUE
               ELSE
                   ADD 1 TO CAND-SEED
               END-IF
           END-PERFORM.

       READ-NEXT-HIST.
           READ SEED-HIST-FILE NEXT
               AT END SET SCAN-ENDED TO TRUE
           END-READ.
           IF SEED-HIST-STAT NOT = "00"
               SET SCAN-ENDED TO TRUE
           END-IF.

       RESERVE-FREE-SEEDS.
           IF SEED-OUT-NOT-OPENED
               OPEN OUTPUT SEED-OUT-FILE
               SET SEED-OUT-OPENED TO TRUE
           END-IF.
           PERFORM VARYING ISSUE-IDX FROM 1 BY 1
                   UNTIL ISSUE-IDX > ISSUE-FOUND
               MOVE SPACES TO SEED-HIST-RESV-RECORD
               MOVE ISSUE-SEED(ISSUE-IDX) TO SEED-HIST-SEED
               MOVE 0 TO SEED-HIST-SELECT
               MOVE CUR-DATE TO SEED-HIST-RESV-DATE
               MOVE CUR-TIME TO SEED-HIST-RESV-TIME
               MOVE 0 TO SEED-HIST-RESV-N
               MOVE "RESERVED" TO SEED-HIST-RESV-MARK
               MOVE ISSUE-BY TO SEED-HIST-RESV-BY
               MOVE ISSUE-PROFILE TO SEED-HIST-RESV-PROFILE
               MOVE ISSUE-SEED(ISSUE-IDX) TO CHR-SEED
               WRITE SEED-HIST-RECORD
                   INVALID KEY
                       DISPLAY "ISSUE: seed " TRIM(CHR-SEED)
                           " was taken meanwhile"
                       ADD 1 TO ERR-COUNT
                   NOT INVALID KEY
                       MOVE SPACES TO SEED-OUT-RECORD
                       MOVE CHR-SEED TO SEED-OUT-RECORD(1:10)
                       WRITE SEED-OUT-RECORD
                       DISPLAY "Issued seed " TRIM(CHR-SEED)
                           " to " TRIM(ISSUE-BY) " profile "
                           TRIM(ISSUE-PROFILE)
               END-WRITE
           END-PERFORM.
           IF ISSUE-FOUND < ISSUE-WANT
               DISPLAY "ISSUE: seed range of " TRIM(CMD-NAME)
                   " is exhausted"
               ADD 1 TO ERR-COUNT
           END-IF.

       COLLECT-RESERVATIONS.
           MOVE 0 TO RESV-COUNT.
           SET SCAN-NOT-ENDED TO TRUE.
           MOVE LOW-VALUES TO SEED-HIST-KEY.
           START SEED-HIST-FILE KEY >= SEED-HIST-KEY
               INVALID KEY SET SCAN-ENDED TO TRUE
           END-START.
           PERFORM UNTIL SCAN-ENDED
               PERFORM READ-NEXT-HIST
               IF SCAN-NOT-ENDED
                       AND SEED-HIST-RESV-MARK = "RESERVED"
                       AND (RNG-HIT = 0
                           OR (SEED-HIST-SEED >= RNG-LOW(RNG-HIT)
                           AND SEED-HIST-SEED <= RNG-HIGH(RNG-HIT)))
                   IF RESV-COUNT < RESV-LIMIT
                       ADD 1 TO RESV-COUNT
                       MOVE SEED-HIST-SEED TO RESV-SEED(RESV-COUNT)
                       MOVE SEED-HIST-RESV-DATE TO RESV-DATE(RESV-COUNT)
                       MOVE SEED-HIST-RESV-BY TO RESV-BY(RESV-COUNT)
                       MOVE SEED-HIST-RESV-PROFILE
                           TO RESV-PROFILE(RESV-COUNT)
                       MOVE "N" TO RESV-USED(RESV-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING RESV-IDX FROM 1 BY 1
                   UNTIL RESV-IDX > RESV-COUNT
               MOVE RESV-SEED(RESV-IDX) TO SEED-HIST-SEED
               MOVE 1 TO SEED-HIST-SELECT
               SET SCAN-NOT-ENDED TO TRUE
               START SEED-HIST-FILE KEY >= SEED-HIST-KEY
                   INVALID KEY SET SCAN-ENDED TO TRUE
               END-START
               IF SCAN-NOT-ENDED
                   PERFORM READ-NEXT-HIST
                   IF SCAN-NOT-ENDED
                           AND SEED-HIST-SEED = RESV-SEED(RESV-IDX)
                       MOVE "Y" TO RESV-USED(RESV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LIST-RESERVATIONS.
           MOVE 0 TO RNG-HIT.
           IF CMD-NAME NOT = SPACES
               PERFORM FIND-RANGE
               IF RNG-HIT = 0
                   DISPLAY "LIST: no seed range for " TRIM(CMD-NAME)
                   ADD 1 TO ERR-COUNT
                   ADD 1 TO OWNER-ERR-COUNT
               END-IF
           END-IF.
           IF CMD-NAME = SPACES OR RNG-HIT > 0
               PERFORM COLLECT-RESERVATIONS
               PERFORM VARYING RESV-IDX FROM 1 BY 1
                       UNTIL RESV-IDX > RESV-COUNT
                   MOVE RESV-SEED(RESV-IDX) TO CHR-SEED
                   IF RESV-USED(RESV-IDX) = "Y"
                       DISPLAY CHR-SEED " " RESV-DATE(RESV-IDX)
                           " " RESV-BY(RESV-IDX) " "
                           RESV-PROFILE(RESV-IDX) " STREAMS RUN"
                   ELSE
                       DISPLAY CHR-SEED " " RESV-DATE(RESV-IDX)
                           " " RESV-BY(RESV-IDX) " "
                           RESV-PROFILE(RESV-IDX) " RESERVED"
                   END-IF
               END-PERFORM
               MOVE RESV-COUNT TO CHR-COUNT
               DISPLAY "Reserved seeds listed: " TRIM(CHR-COUNT)
           END-IF.

       STALE-RESERVATIONS.
           MOVE 30 TO STALE-DAYS.
           MOVE "DAYS" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL TO VAL-FIELD
               PERFORM CHECK-UNSIGNED-VALUE
               IF VAL-OK
                   MOVE NUMVAL(PARM-LOOKUP-VAL) TO STALE-DAYS
               ELSE
                   DISPLAY "STALE: DAYS must be a number"
                   ADD 1 TO ERR-COUNT
               END-IF
           END-IF.
           SET REPORT-STALE TO TRUE.
           MOVE "RELEASE" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND AND PARM-LOOKUP-VAL(1:1) = "Y"
               SET RELEASE-STALE TO TRUE
           END-IF.
           MOVE 0 TO RNG-HIT.
           IF CMD-NAME NOT = SPACES
               PERFORM FIND-RANGE
               IF RNG-HIT = 0
                   DISPLAY "STALE: no seed range for " TRIM(CMD-NAME)
                   ADD 1 TO ERR-COUNT
                   ADD 1 TO OWNER-ERR-COUNT
               END-IF
           END-IF.
           MOVE 0 TO RELEASE-COUNT.
           MOVE 0 TO RESV-COUNT.
           IF CMD-NAME = SPACES OR RNG-HIT > 0
               PERFORM COLLECT-RESERVATIONS
           END-IF.
           PERFORM VARYING RESV-IDX FROM 1 BY 1
                   UNTIL RESV-IDX > RESV-COUNT
               IF RESV-USED(RESV-IDX) = "N"
                       AND RESV-DATE(RESV-IDX) IS NUMERIC
                       AND RESV-DATE(RESV-IDX) > 0
                   COMPUTE RESV-DAY =
                       INTEGER-OF-DATE(RESV-DATE(RESV-IDX))
                   COMPUTE RESV-AGE = CUR-DAY - RESV-DAY
                   IF RESV-AGE >= STALE-DAYS
                       ADD 1 TO STALE-COUNT
                       MOVE RESV-SEED(RESV-IDX) TO CHR-SEED
                       MOVE RESV-AGE TO CHR-AGE
                       DISPLAY "Unused " CHR-SEED " reserved "
                           RESV-DATE(RESV-IDX) " by "
                           RESV-BY(RESV-IDX) " profile "
                           RESV-PROFILE(RESV-IDX) " age "
                           TRIM(CHR-AGE) " days"
                       IF RELEASE-STALE
                           PERFORM DELETE-RESERVATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE STALE-COUNT TO CHR-COUNT.
           DISPLAY "Stale reservations : " TRIM(CHR-COUNT).
           MOVE RELEASE-COUNT TO CHR-COUNT.
           DISPLAY "Released           : " TRIM(CHR-COUNT).
           IF RELEASE-STALE
               COMPUTE STALE-COUNT = STALE-COUNT - RELEASE-COUNT
           END-IF.

       DELETE-RESERVATION.
           MOVE RESV-SEED(RESV-IDX) TO SEED-HIST-SEED.
           MOVE 0 TO SEED-HIST-SELECT.
           READ SEED-HIST-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF SEED-HIST-STAT = "00"
                   AND SEED-HIST-RESV-MARK = "RESERVED"
               DELETE SEED-HIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO RELEASE-COUNT
               END-DELETE
           END-IF.

       RELEASE-ONE-SEED.
           MOVE CMD-NAME TO VAL-FIELD.
           PERFORM CHECK-UNSIGNED-VALUE.
           IF VAL-BAD
               DISPLAY "RELEASE: seed number required"
               ADD 1 TO ERR-COUNT
           ELSE
               MOVE 0 TO RELEASE-COUNT
               MOVE 1 TO RESV-IDX
               MOVE NUMVAL(CMD-NAME) TO RESV-SEED(1)
               PERFORM DELETE-RESERVATION
               MOVE RESV-SEED(1) TO CHR-SEED
               IF RELEASE-COUNT = 0
                   DISPLAY "RELEASE: seed " TRIM(CHR-SEED)
                       " is not reserved"
                   ADD 1 TO ERR-COUNT
               ELSE
                   DISPLAY "Released seed " TRIM(CHR-SEED)
               END-IF
           END-IF.

       LIST-RANGES.
           PERFORM VARYING RNG-IDX FROM 1 BY 1
                   UNTIL RNG-IDX > RNG-COUNT
               MOVE RNG-LOW(RNG-IDX) TO CHR-LOW
               MOVE RNG-HIGH(RNG-IDX) TO CHR-HIGH
               DISPLAY RNG-OWNER(RNG-IDX) " " RNG-TYPE(RNG-IDX)
                   " " CHR-LOW " - " CHR-HIGH
           END-PERFORM.
           MOVE RNG-COUNT TO CHR-COUNT.
           DISPLAY "Seed ranges on file: " TRIM(CHR-COUNT).

       PARSE-CMD-PARMS.
           MOVE 0 TO PARM-ENTRY-COUNT.
           COMPUTE PARM-LEN = LENGTH(TRIM(CMD-PARMS)).
           MOVE 1 TO PARM-PTR.
           PERFORM UNTIL CMD-PARMS = SPACES
                   OR PARM-PTR > PARM-LEN
                   OR PARM-ENTRY-COUNT >= 20
               MOVE SPACES TO PARM-TOK
               UNSTRING CMD-PARMS DELIMITED BY ","
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

       CHECK-SEED-VALUE.
           PERFORM CHECK-UNSIGNED-VALUE.
           IF VAL-OK
               IF VAL-LEN > 10
                   SET VAL-BAD TO TRUE
               ELSE
                   IF NUMVAL(VAL-FIELD) > 4294967295
                       SET VAL-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-UNSIGNED-VALUE.
           SET VAL-OK TO TRUE.
           COMPUTE VAL-LEN = LENGTH(TRIM(VAL-FIELD)).
           IF VAL-LEN = 0 OR VAL-FIELD = SPACES
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
