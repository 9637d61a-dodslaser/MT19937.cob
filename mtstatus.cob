       >>DEFINE CONSTANT N 624
       >>DEFINE CONSTANT N64 312

       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtstatus.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS CKPT-FILE-STAT.
                   SELECT CKPT-ALT-FILE ASSIGN TO "CKPTALT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS CKPT-ALT-FILE-STAT.
                   SELECT STREAM-CKPT-FILE ASSIGN TO "STRMCKPT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS STREAM-CKPT-FILE-STAT.
                   SELECT STREAM-ALT-FILE ASSIGN TO "STRMALT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS STREAM-ALT-STAT.
                   SELECT DECK-CKPT-FILE ASSIGN TO "DECKCKPT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS DECK-CKPT-STAT.
                   SELECT DECK-ALT-FILE ASSIGN TO "DECKALT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS DECK-ALT-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.
                   SELECT SEED-FILE ASSIGN TO "SEEDFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SEED-FILE-STAT.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS AUDIT-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
               FD CKPT-FILE.
               01 CKPT-RECORD PIC X(200).

               FD CKPT-ALT-FILE.
               01 CKPT-ALT-RECORD PIC X(200).

               FD STREAM-CKPT-FILE.
               01 STREAM-CKPT-RECORD PIC X(120).

               FD STREAM-ALT-FILE.
               01 STREAM-ALT-RECORD PIC X(120).

               FD DECK-CKPT-FILE.
               01 DECK-CKPT-RECORD PIC X(80).

               FD DECK-ALT-FILE.
               01 DECK-ALT-RECORD PIC X(80).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

               FD SEED-FILE.
               01 SEED-RECORD PIC X(20).

               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

           WORKING-STORAGE SECTION.
               COPY "mtchain.cpy".

               77 CKPT-FILE-STAT PIC X(02).
               77 CKPT-ALT-FILE-STAT PIC X(02).
               77 STREAM-CKPT-FILE-STAT PIC X(02).
               77 STREAM-ALT-STAT PIC X(02).
               77 DECK-CKPT-STAT PIC X(02).
               77 DECK-ALT-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).
               77 SEED-FILE-STAT PIC X(02).
               77 AUDIT-FILE-STAT PIC X(02).

               01 CKPT-BUF.
                   05 CKPT-BUF-REC OCCURS 700 TIMES PIC X(200).
               77 CKPT-BUF-COUNT BINARY-LONG UNSIGNED.
               77 CKPT-BUF-IDX BINARY-LONG UNSIGNED.
               77 CKPT-HDR PIC X(200).
               77 CKPT-PRIM-HDR PIC X(200).
               77 CKPT-COPY-STATE PIC X(01).
                   88 CKPT-COPY-VALID VALUE "V".
                   88 CKPT-COPY-INVALID VALUE "I".
                   88 CKPT-COPY-ABSENT VALUE "A".
               77 CKPT-PRIM-STATE PIC X(01).
               77 CKPT-ALT-STATE PIC X(01).
               77 CKPT-VERSION PIC X(02).
               77 CKPT-EXPECT-STATES BINARY-LONG UNSIGNED.
               77 CKPT-INTEG BINARY-DOUBLE UNSIGNED.
               77 CKPT-INTEG-STORED BINARY-DOUBLE UNSIGNED.
               77 CKPT-STATE-VAL BINARY-DOUBLE UNSIGNED.

               77 STRM-BUF PIC X(120).
               77 STRM-PRIM-BUF PIC X(120).
               77 STRM-ALT-BUF PIC X(120).
               77 STRM-PRIM-STATE PIC X(01).
               77 STRM-ALT-STATE PIC X(01).
               77 STRM-COPY-STATE PIC X(01).
               77 STRM-INTEG BINARY-DOUBLE UNSIGNED.
               77 STRM-MODE-NUM BINARY-LONG UNSIGNED.

               77 DECK-BUF PIC X(80).
               77 DECK-PRIM-BUF PIC X(80).
               77 DECK-ALT-BUF PIC X(80).
               77 DECK-PRIM-STATE PIC X(01).
               77 DECK-ALT-STATE PIC X(01).
               77 DECK-COPY-STATE PIC X(01).
               77 DECK-INTEG BINARY-DOUBLE UNSIGNED.

               01 CARD-TABLE.
                   05 CARD-ENTRY OCCURS 999 TIMES PIC X(200).
               77 CARD-COUNT BINARY-LONG UNSIGNED.
               77 CARD-LIMIT BINARY-LONG UNSIGNED VALUE 999.
               77 DECK-SW PIC X(01).
                   88 HAS-DECK VALUE "Y".
                   88 NO-DECK VALUE "N".
               77 SEED-LIST-COUNT BINARY-LONG UNSIGNED.

               77 AGE-LIMIT BINARY-LONG UNSIGNED.
               77 AGE-DAYS BINARY-LONG.
               77 CUR-DATE PIC 9(08).
               77 CUR-TIME PIC 9(08).
               77 OPERATOR-ID PIC X(08).
               77 PURGE-LIST PIC X(04).
               77 FORCE-SW PIC X(01).
                   88 FORCE-PURGE VALUE "Y".
                   88 NO-FORCE VALUE "N".

               77 FILE-NAME PIC X(08).
               77 FILE-STATE PIC X(01).
                   88 FILE-NONE VALUE "N".
                   88 FILE-PENDING VALUE "P".
                   88 FILE-FLAGGED VALUE "F".
               77 FILE-FLAG-TEXT PIC X(40).
               77 FILE-COPY-TEXT PIC X(40).
               77 COPY-PRIM-STATE PIC X(01).
               77 COPY-ALT-STATE PIC X(01).
               77 CKPT-STATUS PIC X(01).
               77 STRM-STATUS PIC X(01).
               77 DECK-STATUS PIC X(01).

               77 ST-SEED BINARY-DOUBLE UNSIGNED.
               77 ST-DONE BINARY-DOUBLE UNSIGNED.
               77 ST-TOTAL BINARY-DOUBLE UNSIGNED.
               77 ST-SELECT BINARY-LONG UNSIGNED.
               77 ST-REQ-ID PIC 9(04).
               77 ST-PROFILE PIC X(16).
               77 ST-MODE PIC X(01).
               77 ST-HDR-STAMP PIC X(16).
               77 ST-CKPT-STAMP PIC X(16).
               77 ST-CHECKSUM PIC X(20).
               77 ST-PCT PIC 9(03)V9.

               77 CARD-MATCH-SW PIC X(01).
                   88 CARD-MATCHED VALUE "Y".
                   88 CARD-NOT-MATCHED VALUE "N".
               77 CARD-IDX BINARY-LONG UNSIGNED.
               77 CARD-SEED-VAL BINARY-DOUBLE UNSIGNED.
               77 SEED-LIST-SEED BINARY-DOUBLE UNSIGNED.

               77 PENDING-COUNT BINARY-LONG UNSIGNED.
               77 FLAG-COUNT BINARY-LONG UNSIGNED.
               77 PURGE-COUNT BINARY-LONG UNSIGNED.
               77 REFUSE-COUNT BINARY-LONG UNSIGNED.
               77 ERR-COUNT BINARY-LONG UNSIGNED.

               77 CKPT-CHR PIC Z(10).
               77 CHR-COUNT PIC Z(9)9.
               77 CHR-SEED PIC Z(10).
               77 CHR-DONE PIC Z(10).
               77 CHR-TOTAL PIC Z(10).
               77 CHR-PCT PIC ZZ9.9.
               77 CHR-AGE PIC -(5)9.
               77 CHR-SUBSTREAM PIC Z(4)9.

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
               PERFORM PARSE-PARM-STRING
           ELSE
               MOVE 0 TO PARM-ENTRY-COUNT
           END-IF.
           MOVE 0 TO ERR-COUNT.
           PERFORM VALIDATE-CONTROLS.
           PERFORM RESOLVE-CONTROLS.
           IF ERR-COUNT > 0
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT CUR-TIME FROM TIME.
           MOVE 0 TO PENDING-COUNT.
           MOVE 0 TO FLAG-COUNT.
           MOVE 0 TO PURGE-COUNT.
           MOVE 0 TO REFUSE-COUNT.
           PERFORM LOAD-DECK-CARDS.
           PERFORM COUNT-SEED-LIST.
           MOVE AGE-LIMIT TO CHR-COUNT.
           DISPLAY "MT19937 checkpoint status " CUR-DATE " "
               CUR-TIME(1:6) "  (age limit " TRIM(CHR-COUNT)
               " days)".
           IF HAS-DECK
               MOVE CARD-COUNT TO CHR-COUNT
               DISPLAY "SYSIN deck: " TRIM(CHR-COUNT) " request(s)"
           ELSE
               DISPLAY "SYSIN deck: none supplied"
           END-IF.

           PERFORM STATUS-RUN-CKPT.
           PERFORM STATUS-STREAM-CKPT.
           PERFORM STATUS-DECK-CKPT.

           DISPLAY " ".
           MOVE PENDING-COUNT TO CHR-COUNT.
           DISPLAY "Restarts pending   : " TRIM(CHR-COUNT).
           MOVE FLAG-COUNT TO CHR-COUNT.
           DISPLAY "Checkpoints flagged: " TRIM(CHR-COUNT).
           MOVE PURGE-COUNT TO CHR-COUNT.
           DISPLAY "Checkpoints purged : " TRIM(CHR-COUNT).
           EVALUATE TRUE
               WHEN FLAG-COUNT > 0 OR REFUSE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN PENDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       VALIDATE-CONTROLS.
           PERFORM VARYING PARM-PI FROM 1 BY 1
                   UNTIL PARM-PI > PARM-ENTRY-COUNT
               MOVE PARM-ENTRY-VAL(PARM-PI) TO VAL-FIELD
               EVALUATE PARM-ENTRY-KEY(PARM-PI)
                   WHEN "AGE"
                       PERFORM CHECK-UNSIGNED-VALUE
                   WHEN "PURGE"
                       SET VAL-OK TO TRUE
                       IF VAL-FIELD NOT = "CKPT"
                               AND VAL-FIELD NOT = "STRM"
                               AND VAL-FIELD NOT = "DECK"
                               AND VAL-FIELD NOT = "ALL"
                           SET VAL-BAD TO TRUE
                       END-IF
                   WHEN "FORCE"
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

       RESOLVE-CONTROLS.
           MOVE "AGE" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO AGE-LIMIT
           ELSE
               ACCEPT AGE-LIMIT FROM ENVIRONMENT "CKPT-AGE"
                      ON EXCEPTION MOVE 7 TO AGE-LIMIT
               END-ACCEPT
           END-IF.
           MOVE SPACES TO PURGE-LIST.
           MOVE "PURGE" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL(1:4) TO PURGE-LIST
           END-IF.
           SET NO-FORCE TO TRUE.
           MOVE "FORCE" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               IF PARM-LOOKUP-VAL = "Y" OR PARM-LOOKUP-VAL = "y"
                   SET FORCE-PURGE TO TRUE
               END-IF
           END-IF.
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
           IF PURGE-LIST NOT = SPACES AND OPERATOR-ID = SPACES
               DISPLAY "OPERATOR id is required to purge"
               ADD 1 TO ERR-COUNT
           END-IF.
           IF FORCE-PURGE AND PURGE-LIST = SPACES
               DISPLAY "FORCE=Y applies only with PURGE="
               ADD 1 TO ERR-COUNT
           END-IF.

       LOAD-DECK-CARDS.
           MOVE 0 TO CARD-COUNT.
           SET NO-DECK TO TRUE.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-FILE-STAT = "00"
               PERFORM UNTIL SYSIN-FILE-STAT NOT = "00"
                   READ SYSIN-FILE
                       AT END CONTINUE
                   END-READ
                   IF SYSIN-FILE-STAT = "00"
                           AND SYSIN-RECORD NOT = SPACES
                       ADD 1 TO CARD-COUNT
                       IF CARD-COUNT <= CARD-LIMIT
                           MOVE SYSIN-RECORD TO CARD-ENTRY(CARD-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SYSIN-FILE
               IF CARD-COUNT > 0
                   SET HAS-DECK TO TRUE
               END-IF
           END-IF.

       COUNT-SEED-LIST.
           MOVE 0 TO SEED-LIST-COUNT.
           OPEN INPUT SEED-FILE.
           IF SEED-FILE-STAT = "00"
               PERFORM UNTIL SEED-FILE-STAT NOT = "00"
                   READ SEED-FILE
                       AT END CONTINUE
                   END-READ
                   IF SEED-FILE-STAT = "00"
                           AND SEED-RECORD NOT = SPACES
                       ADD 1 TO SEED-LIST-COUNT
                   END-IF
               END-PERFORM
               CLOSE SEED-FILE
           END-IF.

       STATUS-RUN-CKPT.
           MOVE "CKPTFILE" TO FILE-NAME.
           PERFORM CLEAR-STATUS-FIELDS.
           DISPLAY " ".
           DISPLAY "CKPTFILE / CKPTALT  (run position)".
           PERFORM LOAD-CKPT-PRIMARY.
           PERFORM VALIDATE-CKPT-BUFFER.
           MOVE CKPT-COPY-STATE TO CKPT-PRIM-STATE.
           MOVE CKPT-HDR TO CKPT-PRIM-HDR.
           PERFORM LOAD-CKPT-ALTERNATE.
           PERFORM VALIDATE-CKPT-BUFFER.
           MOVE CKPT-COPY-STATE TO CKPT-ALT-STATE.
           IF CKPT-PRIM-STATE = "V"
               MOVE CKPT-PRIM-HDR TO CKPT-HDR
           END-IF.
           MOVE CKPT-PRIM-STATE TO COPY-PRIM-STATE.
           MOVE CKPT-ALT-STATE TO COPY-ALT-STATE.
           PERFORM DESCRIBE-COPIES.
           MOVE SPACES TO FILE-FLAG-TEXT.
           EVALUATE TRUE
               WHEN CKPT-PRIM-STATE = "A" AND CKPT-ALT-STATE = "A"
                   SET FILE-NONE TO TRUE
                   DISPLAY "  No checkpoint held"
               WHEN CKPT-PRIM-STATE NOT = "V"
                       AND CKPT-ALT-STATE NOT = "V"
                   SET FILE-FLAGGED TO TRUE
                   MOVE "NO VALID COPY - RESTART WILL BE REFUSED"
                       TO FILE-FLAG-TEXT
                   DISPLAY "  Copies: " TRIM(FILE-COPY-TEXT)
               WHEN OTHER
                   SET FILE-PENDING TO TRUE
                   MOVE NUMVAL(CKPT-HDR(1:10)) TO ST-SEED
                   MOVE NUMVAL(CKPT-HDR(11:10)) TO ST-DONE
                   IF ST-DONE > 0
                       SUBTRACT 1 FROM ST-DONE
                   END-IF
                   MOVE 0 TO ST-TOTAL
                   IF CKPT-HDR(125:10) NOT = SPACES
                       MOVE NUMVAL(CKPT-HDR(125:10)) TO ST-TOTAL
                   END-IF
                   MOVE NUMVAL(CKPT-HDR(62:5)) TO ST-SELECT
                   MOVE CKPT-HDR(31:1) TO ST-MODE
                   MOVE CKPT-HDR(109:16) TO ST-HDR-STAMP
                   MOVE CKPT-HDR(135:16) TO ST-CKPT-STAMP
                   MOVE CKPT-HDR(67:20) TO ST-CHECKSUM
                   MOVE 0 TO ST-REQ-ID
                   IF CKPT-HDR(151:4) IS NUMERIC
                       MOVE CKPT-HDR(151:4) TO ST-REQ-ID
                   END-IF
                   MOVE CKPT-HDR(155:16) TO ST-PROFILE
                   MOVE ST-SEED TO CHR-SEED
                   MOVE ST-SELECT TO CHR-SUBSTREAM
                   DISPLAY "  Seed " TRIM(CHR-SEED)
                       "  stream-select " TRIM(CHR-SUBSTREAM)
                       "  mode " ST-MODE
                       "  request " ST-REQ-ID
                       "  profile " TRIM(ST-PROFILE)
                   PERFORM DISPLAY-PROGRESS
                   DISPLAY "  Copies: " TRIM(FILE-COPY-TEXT)
                   PERFORM CHECK-CKPT-AGE
                   IF FILE-FLAG-TEXT = SPACES
                       PERFORM MATCH-DECK-CARD
                   END-IF
           END-EVALUATE.
           PERFORM SETTLE-FILE-STATE.
           MOVE FILE-STATE TO CKPT-STATUS.
           IF PURGE-LIST = "CKPT" OR PURGE-LIST = "ALL"
               PERFORM CHECK-PURGE
               IF FILE-NONE AND CKPT-STATUS NOT = "N"
                   OPEN OUTPUT CKPT-FILE
                   CLOSE CKPT-FILE
                   OPEN OUTPUT CKPT-ALT-FILE
                   CLOSE CKPT-ALT-FILE
                   PERFORM WRITE-PURGE-AUDIT
               END-IF
           END-IF.

       STATUS-STREAM-CKPT.
           MOVE "STRMCKPT" TO FILE-NAME.
           PERFORM CLEAR-STATUS-FIELDS.
           DISPLAY " ".
           DISPLAY "STRMCKPT / STRMALT  (seed-list stream position)".
           MOVE SPACES TO STRM-PRIM-BUF.
           MOVE SPACES TO STRM-ALT-BUF.
           MOVE "A" TO STRM-PRIM-STATE.
           MOVE "A" TO STRM-ALT-STATE.
           OPEN INPUT STREAM-CKPT-FILE.
           IF STREAM-CKPT-FILE-STAT = "00"
               READ STREAM-CKPT-FILE
                   AT END CONTINUE
               END-READ
               IF STREAM-CKPT-FILE-STAT = "00"
                   MOVE STREAM-CKPT-RECORD TO STRM-BUF
                   PERFORM VALIDATE-STRM-BUF
                   MOVE STRM-COPY-STATE TO STRM-PRIM-STATE
                   MOVE STRM-BUF TO STRM-PRIM-BUF
               END-IF
               CLOSE STREAM-CKPT-FILE
           END-IF.
           OPEN INPUT STREAM-ALT-FILE.
           IF STREAM-ALT-STAT = "00"
               READ STREAM-ALT-FILE
                   AT END CONTINUE
               END-READ
               IF STREAM-ALT-STAT = "00"
                   MOVE STREAM-ALT-RECORD TO STRM-BUF
                   PERFORM VALIDATE-STRM-BUF
                   MOVE STRM-COPY-STATE TO STRM-ALT-STATE
                   MOVE STRM-BUF TO STRM-ALT-BUF
               END-IF
               CLOSE STREAM-ALT-FILE
           END-IF.
           IF STRM-PRIM-STATE = "V"
               MOVE STRM-PRIM-BUF TO STRM-BUF
           ELSE
               MOVE STRM-ALT-BUF TO STRM-BUF
           END-IF.
           MOVE STRM-PRIM-STATE TO COPY-PRIM-STATE.
           MOVE STRM-ALT-STATE TO COPY-ALT-STATE.
           PERFORM DESCRIBE-COPIES.
           MOVE SPACES TO FILE-FLAG-TEXT.
           EVALUATE TRUE
               WHEN STRM-PRIM-STATE = "A" AND STRM-ALT-STATE = "A"
                   SET FILE-NONE TO TRUE
                   DISPLAY "  No checkpoint held"
               WHEN STRM-PRIM-STATE NOT = "V"
                       AND STRM-ALT-STATE NOT = "V"
                   SET FILE-FLAGGED TO TRUE
                   MOVE "NO VALID COPY - RESTART WILL BE REFUSED"
                       TO FILE-FLAG-TEXT
                   DISPLAY "  Copies: " TRIM(FILE-COPY-TEXT)
               WHEN OTHER
                   SET FILE-PENDING TO TRUE
                   MOVE 0 TO ST-SEED
                   IF STRM-BUF(60:10) NOT = SPACES
                       MOVE NUMVAL(STRM-BUF(60:10)) TO ST-SEED
                   END-IF
                   MOVE NUMVAL(STRM-BUF(1:10)) TO ST-DONE
                   MOVE SEED-LIST-COUNT TO ST-TOTAL
                   MOVE 0 TO ST-SELECT
                   MOVE STRM-BUF(21:1) TO ST-MODE
                   MOVE SPACES TO ST-HDR-STAMP
                   MOVE STRM-BUF(44:16) TO ST-CKPT-STAMP
                   MOVE SPACES TO ST-CHECKSUM
                   MOVE 0 TO ST-REQ-ID
                   IF STRM-BUF(80:4) IS NUMERIC
                       MOVE STRM-BUF(80:4) TO ST-REQ-ID
                   END-IF
                   MOVE STRM-BUF(84:16) TO ST-PROFILE
                   MOVE ST-SEED TO CHR-SEED
                   MOVE NUMVAL(STRM-BUF(11:10)) TO CHR-TOTAL
                   DISPLAY "  Last seed " TRIM(CHR-SEED)
                       "  mode " ST-MODE
                       "  request " ST-REQ-ID
                       "  profile " TRIM(ST-PROFILE)
                       "  values written " TRIM(CHR-TOTAL)
                   DISPLAY "  Streams (SEEDFILE entries):"
                   PERFORM DISPLAY-PROGRESS
                   DISPLAY "  Copies: " TRIM(FILE-COPY-TEXT)
                   PERFORM CHECK-CKPT-AGE
                   IF FILE-FLAG-TEXT = SPACES
                       PERFORM MATCH-SEED-LIST
                   END-IF
                   IF FILE-FLAG-TEXT = SPACES
                       PERFORM MATCH-DECK-CARD
                   END-IF
           END-EVALUATE.
           PERFORM SETTLE-FILE-STATE.
           MOVE FILE-STATE TO STRM-STATUS.
           IF PURGE-LIST = "STRM" OR PURGE-LIST = "ALL"
               PERFORM CHECK-PURGE
               IF FILE-NONE AND STRM-STATUS NOT = "N"
                   OPEN OUTPUT STREAM-CKPT-FILE
                   CLOSE STREAM-CKPT-FILE
                   OPEN OUTPUT STREAM-ALT-FILE
                   CLOSE STREAM-ALT-FILE
                   MOVE NUMVAL(STRM-BUF(11:10)) TO ST-DONE
                   PERFORM WRITE-PURGE-AUDIT
               END-IF
           END-IF.

       STATUS-DECK-CKPT.
           MOVE "DECKCKPT" TO FILE-NAME.
           PERFORM CLEAR-STATUS-FIELDS.
           DISPLAY " ".
           DISPLAY "DECKCKPT / DECKALT  (SYSIN deck position)".
           MOVE SPACES TO DECK-PRIM-BUF.
           MOVE SPACES TO DECK-ALT-BUF.
           MOVE "A" TO DECK-PRIM-STATE.
           MOVE "A" TO DECK-ALT-STATE.
           OPEN INPUT DECK-CKPT-FILE.
           IF DECK-CKPT-STAT = "00"
               READ DECK-CKPT-FILE
                   AT END CONTINUE
               END-READ
               IF DECK-CKPT-STAT = "00"
                   MOVE DECK-CKPT-RECORD TO DECK-BUF
                   PERFORM VALIDATE-DECK-BUF
                   MOVE DECK-COPY-STATE TO DECK-PRIM-STATE
                   MOVE DECK-BUF TO DECK-PRIM-BUF
               END-IF
               CLOSE DECK-CKPT-FILE
           END-IF.
           OPEN INPUT DECK-ALT-FILE.
           IF DECK-ALT-STAT = "00"
               READ DECK-ALT-FILE
                   AT END CONTINUE
               END-READ
               IF DECK-ALT-STAT = "00"
                   MOVE DECK-ALT-RECORD TO DECK-BUF
                   PERFORM VALIDATE-DECK-BUF
                   MOVE DECK-COPY-STATE TO DECK-ALT-STATE
                   MOVE DECK-BUF TO DECK-ALT-BUF
               END-IF
               CLOSE DECK-ALT-FILE
           END-IF.
           IF DECK-PRIM-STATE = "V"
               MOVE DECK-PRIM-BUF TO DECK-BUF
           ELSE
               MOVE DECK-ALT-BUF TO DECK-BUF
           END-IF.
           MOVE DECK-PRIM-STATE TO COPY-PRIM-STATE.
           MOVE DECK-ALT-STATE TO COPY-ALT-STATE.
           PERFORM DESCRIBE-COPIES.
           MOVE SPACES TO FILE-FLAG-TEXT.
           EVALUATE TRUE
               WHEN DECK-PRIM-STATE = "A" AND DECK-ALT-STATE = "A"
                   SET FILE-NONE TO TRUE
                   DISPLAY "  No checkpoint held"
               WHEN DECK-PRIM-STATE NOT = "V"
                       AND DECK-ALT-STATE NOT = "V"
                   SET FILE-FLAGGED TO TRUE
                   MOVE "NO VALID COPY - RESTART WILL BE REFUSED"
                       TO FILE-FLAG-TEXT
                   DISPLAY "  Copies: " TRIM(FILE-COPY-TEXT)
               WHEN OTHER
                   SET FILE-PENDING TO TRUE
                   MOVE 0 TO ST-SEED
                   MOVE NUMVAL(DECK-BUF(1:10)) TO ST-DONE
                   MOVE CARD-COUNT TO ST-TOTAL
                   MOVE 0 TO ST-SELECT
                   MOVE SPACE TO ST-MODE
                   MOVE SPACES TO ST-HDR-STAMP
                   MOVE DECK-BUF(43:16) TO ST-CKPT-STAMP
                   MOVE SPACES TO ST-CHECKSUM
                   MOVE ST-DONE TO ST-REQ-ID
                   MOVE SPACES TO ST-PROFILE
                   MOVE NUMVAL(DECK-BUF(11:10)) TO CHR-TOTAL
                   DISPLAY "  OUTFILE records written "
                       TRIM(CHR-TOTAL)
                   DISPLAY "  Requests (SYSIN cards):"
                   PERFORM DISPLAY-PROGRESS
                   DISPLAY "  Copies: " TRIM(FILE-COPY-TEXT)
                   PERFORM CHECK-CKPT-AGE
                   IF FILE-FLAG-TEXT = SPACES
                       EVALUATE TRUE
                           WHEN NO-DECK
                               MOVE "NO SYSIN DECK TO RESUME"
                                   TO FILE-FLAG-TEXT
                           WHEN ST-DONE >= CARD-COUNT
                               MOVE "DECK HAS NO REQUESTS LEFT TO RUN"
                                   TO FILE-FLAG-TEXT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-EVALUATE.
           PERFORM SETTLE-FILE-STATE.
           MOVE FILE-STATE TO DECK-STATUS.
           IF PURGE-LIST = "DECK" OR PURGE-LIST = "ALL"
               PERFORM CHECK-PURGE
               IF FILE-NONE AND DECK-STATUS NOT = "N"
                   OPEN OUTPUT DECK-CKPT-FILE
                   CLOSE DECK-CKPT-FILE
                   OPEN OUTPUT DECK-ALT-FILE
                   CLOSE DECK-ALT-FILE
                   MOVE NUMVAL(DECK-BUF(11:10)) TO ST-DONE
                   PERFORM WRITE-PURGE-AUDIT
               END-IF
           END-IF.

       DESCRIBE-COPIES.
           MOVE SPACES TO FILE-COPY-TEXT.
           EVALUATE TRUE
               WHEN COPY-PRIM-STATE = "V"
                   MOVE "PRIMARY VALID" TO FILE-COPY-TEXT
               WHEN COPY-ALT-STATE = "V"
                   MOVE "ALTERNATE VALID" TO FILE-COPY-TEXT
               WHEN OTHER
                   MOVE "NONE VALID" TO FILE-COPY-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN COPY-PRIM-STATE = "I" AND COPY-ALT-STATE = "I"
                   MOVE "(BOTH COPIES BAD)" TO FILE-COPY-TEXT(17:)
               WHEN COPY-PRIM-STATE = "I"
                   MOVE "(PRIMARY BAD)" TO FILE-COPY-TEXT(17:)
               WHEN COPY-ALT-STATE = "I"
                   MOVE "(ALTERNATE BAD)" TO FILE-COPY-TEXT(17:)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-STATUS-FIELDS.
           MOVE 0 TO ST-SEED.
           MOVE 0 TO ST-DONE.
           MOVE 0 TO ST-TOTAL.
           MOVE 0 TO ST-SELECT.
           MOVE 0 TO ST-REQ-ID.
           MOVE SPACES TO ST-PROFILE.
           MOVE SPACE TO ST-MODE.
           MOVE SPACES TO ST-HDR-STAMP.
           MOVE SPACES TO ST-CKPT-STAMP.
           MOVE SPACES TO ST-CHECKSUM.

       DISPLAY-PROGRESS.
           MOVE ST-DONE TO CHR-DONE.
           MOVE ST-TOTAL TO CHR-TOTAL.
           IF ST-TOTAL > 0
               IF ST-DONE >= ST-TOTAL
                   MOVE 100 TO ST-PCT
               ELSE
                   COMPUTE ST-PCT = ST-DONE * 100 / ST-TOTAL
               END-IF
               MOVE ST-PCT TO CHR-PCT
               DISPLAY "  Progress " TRIM(CHR-DONE) " of "
                   TRIM(CHR-TOTAL) " (" TRIM(CHR-PCT) "% complete)"
           ELSE
               DISPLAY "  Progress " TRIM(CHR-DONE)
                   " of unknown total"
           END-IF.

       CHECK-CKPT-AGE.
           IF ST-HDR-STAMP(1:8) IS NUMERIC
                   AND ST-HDR-STAMP NOT = ZEROES
               DISPLAY "  Run header " ST-HDR-STAMP(1:8) " "
                   ST-HDR-STAMP(9:6)
           END-IF.
           IF ST-CKPT-STAMP(1:8) IS NUMERIC
                   AND TEST-DATE-YYYYMMDD(NUMVAL(ST-CKPT-STAMP(1:8)))
                       = 0
               COMPUTE AGE-DAYS =
                   INTEGER-OF-DATE(CUR-DATE)
                   - INTEGER-OF-DATE(NUMVAL(ST-CKPT-STAMP(1:8)))
               MOVE AGE-DAYS TO CHR-AGE
               DISPLAY "  Last checkpoint " ST-CKPT-STAMP(1:8) " "
                   ST-CKPT-STAMP(9:6) "  age " TRIM(CHR-AGE) " days"
               IF AGE-DAYS > AGE-LIMIT
                   MOVE "STALE - OLDER THAN AGE LIMIT"
                       TO FILE-FLAG-TEXT
               END-IF
           ELSE
               DISPLAY "  Last checkpoint date not recorded"
               MOVE "STALE - CHECKPOINT DATE NOT RECORDED"
                   TO FILE-FLAG-TEXT
           END-IF.

       MATCH-DECK-CARD.
           SET CARD-NOT-MATCHED TO TRUE.
           EVALUATE TRUE
               WHEN NO-DECK
                   IF ST-REQ-ID <= 1 AND ST-PROFILE = SPACES
                       SET CARD-MATCHED TO TRUE
                   ELSE
                       DISPLAY "  SYSIN deck not available"
                           " - request cannot be confirmed"
                   END-IF
               WHEN ST-REQ-ID = 0 OR ST-REQ-ID > CARD-COUNT
                       OR ST-REQ-ID > CARD-LIMIT
                   MOVE "NO SYSIN DECK ENTRY FOR THIS REQUEST"
                       TO FILE-FLAG-TEXT
               WHEN OTHER
                   MOVE ST-REQ-ID TO CARD-IDX
                   MOVE CARD-ENTRY(CARD-IDX) TO PARM-STRING
                   PERFORM PARSE-PARM-STRING
                   MOVE "PROFILE" TO PARM-LOOKUP-KEY
                   PERFORM LOOKUP-PARM
                   IF PARM-LOOKUP-FOUND OR ST-PROFILE NOT = SPACES
                       IF PARM-LOOKUP-VAL(1:16) = ST-PROFILE
                           SET CARD-MATCHED TO TRUE
                       END-IF
                   ELSE
                       MOVE "SEED" TO PARM-LOOKUP-KEY
                       PERFORM LOOKUP-PARM
                       IF PARM-LOOKUP-FOUND
                               AND FILE-NAME NOT = "STRMCKPT"
                           MOVE NUMVAL(PARM-LOOKUP-VAL)
                               TO CARD-SEED-VAL
                           IF CARD-SEED-VAL = ST-SEED
                                   OR ST-SEED = 0
                               SET CARD-MATCHED TO TRUE
                           END-IF
                       ELSE
                           SET CARD-MATCHED TO TRUE
                       END-IF
                   END-IF
                   IF CARD-NOT-MATCHED
                       MOVE "SYSIN DECK ENTRY NAMES A DIFFERENT RUN"
                           TO FILE-FLAG-TEXT
                   END-IF
           END-EVALUATE.

       MATCH-SEED-LIST.
           IF SEED-LIST-COUNT = 0
               MOVE "NO SEEDFILE TO RESUME" TO FILE-FLAG-TEXT
           ELSE
               IF ST-DONE >= SEED-LIST-COUNT
                   MOVE "SEEDFILE HAS NO STREAMS LEFT TO RUN"
                       TO FILE-FLAG-TEXT
               ELSE
                   IF ST-SEED > 0
                       MOVE 0 TO CARD-IDX
                       MOVE 0 TO SEED-LIST-SEED
                       OPEN INPUT SEED-FILE
                       PERFORM UNTIL SEED-FILE-STAT NOT = "00"
                               OR CARD-IDX >= ST-DONE
                           READ SEED-FILE
                               AT END CONTINUE
                           END-READ
                           IF SEED-FILE-STAT = "00"
                                   AND SEED-RECORD NOT = SPACES
                               ADD 1 TO CARD-IDX
                               MOVE NUMVAL(SEED-RECORD)
                                   TO SEED-LIST-SEED
                           END-IF
                       END-PERFORM
                       CLOSE SEED-FILE
                       IF SEED-LIST-SEED NOT = ST-SEED
                           MOVE "SEEDFILE NO LONGER MATCHES THE RUN"
                               TO FILE-FLAG-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SETTLE-FILE-STATE.
           IF FILE-PENDING AND FILE-FLAG-TEXT NOT = SPACES
               SET FILE-FLAGGED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN FILE-PENDING
                   ADD 1 TO PENDING-COUNT
                   DISPLAY "  Status: RESTART PENDING"
               WHEN FILE-FLAGGED
                   ADD 1 TO FLAG-COUNT
                   DISPLAY "  Status: FLAGGED - " TRIM(FILE-FLAG-TEXT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-PURGE.
           EVALUATE TRUE
               WHEN FILE-NONE
                   CONTINUE
               WHEN FILE-FLAGGED
                   SUBTRACT 1 FROM FLAG-COUNT
                   SET FILE-NONE TO TRUE
               WHEN FORCE-PURGE
                   SUBTRACT 1 FROM PENDING-COUNT
                   SET FILE-NONE TO TRUE
               WHEN OTHER
                   ADD 1 TO REFUSE-COUNT
                   DISPLAY "  Purge refused: checkpoint is current"
                       " - FORCE=Y to purge"
           END-EVALUATE.

       WRITE-PURGE-AUDIT.
           ADD 1 TO PURGE-COUNT.
           DISPLAY "  Purged by " TRIM(OPERATOR-ID).
           PERFORM FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STAT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE CUR-DATE TO AUDIT-RECORD(1:8).
           MOVE CUR-TIME TO AUDIT-RECORD(9:8).
           IF ST-SEED > 0
               MOVE ST-SEED TO CKPT-CHR
               MOVE CKPT-CHR TO AUDIT-RECORD(17:10)
           END-IF.
           MOVE ST-DONE TO CKPT-CHR.
           MOVE CKPT-CHR TO AUDIT-RECORD(27:10).
           MOVE ST-CHECKSUM TO AUDIT-RECORD(37:20).
           IF FILE-NAME = "CKPTFILE"
               MOVE ST-SELECT TO CHR-SUBSTREAM
               MOVE CHR-SUBSTREAM TO AUDIT-RECORD(87:5)
           END-IF.
           MOVE ST-PROFILE TO AUDIT-RECORD(97:16).
           MOVE "CKPTPURG" TO AUDIT-RECORD(114:8).
           MOVE ST-REQ-ID TO AUDIT-RECORD(122:4).
           EVALUATE ST-MODE
               WHEN "6"
                   MOVE "6" TO AUDIT-RECORD(130:1)
               WHEN "3"
               WHEN "A"
               WHEN "S"
                   MOVE "3" TO AUDIT-RECORD(130:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ST-HDR-STAMP IS NUMERIC
               MOVE ST-HDR-STAMP TO AUDIT-RECORD(143:16)
           END-IF.
           IF ST-CKPT-STAMP IS NUMERIC
               MOVE ST-CKPT-STAMP TO AUDIT-RECORD(159:16)
           END-IF.
           MOVE OPERATOR-ID TO AUDIT-RECORD(175:8).
           MOVE FILE-NAME TO AUDIT-RECORD(183:8).
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

       LOAD-CKPT-PRIMARY.
           MOVE 0 TO CKPT-BUF-COUNT.
           OPEN INPUT CKPT-FILE.
           IF CKPT-FILE-STAT = "00"
               PERFORM UNTIL CKPT-FILE-STAT NOT = "00"
                       OR CKPT-BUF-COUNT >= 700
                   READ CKPT-FILE
                       AT END CONTINUE
                   END-READ
                   IF CKPT-FILE-STAT = "00"
                       ADD 1 TO CKPT-BUF-COUNT
                       MOVE CKPT-RECORD
                           TO CKPT-BUF-REC(CKPT-BUF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CKPT-FILE
           END-IF.

       LOAD-CKPT-ALTERNATE.
           MOVE 0 TO CKPT-BUF-COUNT.
           OPEN INPUT CKPT-ALT-FILE.
           IF CKPT-ALT-FILE-STAT = "00"
               PERFORM UNTIL CKPT-ALT-FILE-STAT NOT = "00"
                       OR CKPT-BUF-COUNT >= 700
                   READ CKPT-ALT-FILE
                       AT END CONTINUE
                   END-READ
                   IF CKPT-ALT-FILE-STAT = "00"
                       ADD 1 TO CKPT-BUF-COUNT
                       MOVE CKPT-ALT-RECORD
                           TO CKPT-BUF-REC(CKPT-BUF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CKPT-ALT-FILE
           END-IF.

       VALIDATE-CKPT-BUFFER.
           MOVE SPACES TO CKPT-HDR.
           IF CKPT-BUF-COUNT = 0
               SET CKPT-COPY-ABSENT TO TRUE
           ELSE
               SET CKPT-COPY-INVALID TO TRUE
               MOVE CKPT-BUF-REC(1) TO CKPT-HDR
               IF CKPT-HDR(31:1) = "6"
                   MOVE N64 TO CKPT-EXPECT-STATES
               ELSE
                   MOVE N TO CKPT-EXPECT-STATES
               END-IF
               MOVE CKPT-HDR(87:2) TO CKPT-VERSION
               IF CKPT-VERSION = "02"
                   IF CKPT-BUF-COUNT = CKPT-EXPECT-STATES + 2
                           AND CKPT-BUF-REC(CKPT-BUF-COUNT)(1:1)
                               = "E"
                           AND NUMVAL(CKPT-BUF-REC
                               (CKPT-BUF-COUNT)(2:10))
                               = CKPT-EXPECT-STATES
                       PERFORM COMPUTE-CKPT-INTEGRITY
                       MOVE NUMVAL(CKPT-HDR(89:20))
                           TO CKPT-INTEG-STORED
                       IF CKPT-INTEG = CKPT-INTEG-STORED
                           SET CKPT-COPY-VALID TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF CKPT-VERSION = SPACES
                           AND CKPT-BUF-COUNT
                               = CKPT-EXPECT-STATES + 1
                       SET CKPT-COPY-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CKPT-INTEGRITY.
           MOVE NUMVAL(CKPT-HDR(1:10)) TO CKPT-STATE-VAL.
           MOVE CKPT-STATE-VAL TO CKPT-INTEG.
           MOVE NUMVAL(CKPT-HDR(11:10)) TO CKPT-STATE-VAL.
           COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL.
           MOVE NUMVAL(CKPT-HDR(21:10)) TO CKPT-STATE-VAL.
           COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL.
           MOVE NUMVAL(CKPT-HDR(32:10)) TO CKPT-STATE-VAL.
           COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL.
           MOVE NUMVAL(CKPT-HDR(42:20)) TO CKPT-STATE-VAL.
           COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL.
           MOVE NUMVAL(CKPT-HDR(62:5)) TO CKPT-STATE-VAL.
           COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL.
           MOVE NUMVAL(CKPT-HDR(67:20)) TO CKPT-STATE-VAL.
           COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL.
           PERFORM VARYING CKPT-BUF-IDX FROM 2 BY 1
                   UNTIL CKPT-BUF-IDX > CKPT-EXPECT-STATES + 1
               MOVE NUMVAL(CKPT-BUF-REC(CKPT-BUF-IDX)(1:20))
                   TO CKPT-STATE-VAL
               COMPUTE CKPT-INTEG = CKPT-INTEG B-XOR CKPT-STATE-VAL
           END-PERFORM.

       VALIDATE-STRM-BUF.
           MOVE "I" TO STRM-COPY-STATE.
           IF STRM-BUF = SPACES
               MOVE "A" TO STRM-COPY-STATE
           ELSE
               IF STRM-BUF(22:2) = "02"
                   PERFORM COMPUTE-STRM-INTEGRITY
                   MOVE NUMVAL(STRM-BUF(24:20)) TO CKPT-STATE-VAL
                   IF STRM-INTEG = CKPT-STATE-VAL
                       MOVE "V" TO STRM-COPY-STATE
                   END-IF
               ELSE
                   IF STRM-BUF(22:2) = SPACES
                       MOVE "V" TO STRM-COPY-STATE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-STRM-INTEGRITY.
           IF STRM-BUF(21:1) = "6"
               MOVE 64 TO STRM-MODE-NUM
           ELSE
               MOVE 32 TO STRM-MODE-NUM
           END-IF.
           MOVE NUMVAL(STRM-BUF(1:10)) TO CKPT-STATE-VAL.
           MOVE CKPT-STATE-VAL TO STRM-INTEG.
           MOVE NUMVAL(STRM-BUF(11:10)) TO CKPT-STATE-VAL.
           COMPUTE STRM-INTEG = STRM-INTEG B-XOR CKPT-STATE-VAL.
           COMPUTE STRM-INTEG = STRM-INTEG B-XOR STRM-MODE-NUM.

       VALIDATE-DECK-BUF.
           MOVE "I" TO DECK-COPY-STATE.
           IF DECK-BUF = SPACES
               MOVE "A" TO DECK-COPY-STATE
           ELSE
               IF DECK-BUF(21:2) = "02"
                   PERFORM COMPUTE-DECK-INTEGRITY
                   MOVE NUMVAL(DECK-BUF(23:20)) TO CKPT-STATE-VAL
                   IF DECK-INTEG = CKPT-STATE-VAL
                       MOVE "V" TO DECK-COPY-STATE
                   END-IF
               ELSE
                   IF DECK-BUF(21:2) = SPACES
                       MOVE "V" TO DECK-COPY-STATE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-DECK-INTEGRITY.
           MOVE NUMVAL(DECK-BUF(1:10)) TO CKPT-STATE-VAL.
           MOVE CKPT-STATE-VAL TO DECK-INTEG.
           MOVE NUMVAL(DECK-BUF(11:10)) TO CKPT-STATE-VAL.
           COMPUTE DECK-INTEG = DECK-INTEG B-XOR CKPT-STATE-VAL.

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
