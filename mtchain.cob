       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtchain.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS AUDIT-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

           WORKING-STORAGE SECTION.
               77 AUDIT-FILE-STAT PIC X(02).
               77 CHAIN-MOD BINARY-DOUBLE UNSIGNED
                   VALUE 9999999999999937.
               77 CHAIN-IDX BINARY-LONG UNSIGNED.
               77 LAST-SEQ BINARY-DOUBLE UNSIGNED.
               77 LAST-VALUE BINARY-DOUBLE UNSIGNED.
               77 CHR-CHAIN-SEQ PIC 9(10).
               77 CHR-CHAIN-VALUE PIC 9(20).

           LINKAGE SECTION.
               COPY "mtchain.cpy".

       PROCEDURE DIVISION USING MTCHAIN-AREA.
           MOVE 0 TO MTCHAIN-RC.
           EVALUATE MTCHAIN-FUNC
               WHEN "LAST"
                   PERFORM FIND-LAST-LINK
                   COMPUTE MTCHAIN-SEQ = LAST-SEQ + 1
                   MOVE LAST-VALUE TO MTCHAIN-PREV-VALUE
               WHEN "STAMP"
                   PERFORM STAMP-RECORD
               WHEN "LINK"
                   PERFORM COMPUTE-LINK
               WHEN OTHER
                   MOVE 8 TO MTCHAIN-RC
           END-EVALUATE.
           GOBACK.

       FIND-LAST-LINK.
           MOVE 0 TO LAST-SEQ.
           MOVE 0 TO LAST-VALUE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
               PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                   READ AUDIT-FILE
                       AT END CONTINUE
                   END-READ
                   IF AUDIT-FILE-STAT = "00"
                           AND AUDIT-RECORD(280:10) NOT = SPACES
                       MOVE NUMVAL(AUDIT-RECORD(280:10)) TO LAST-SEQ
                       MOVE NUMVAL(AUDIT-RECORD(290:20))
                           TO LAST-VALUE
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       STAMP-RECORD.
           MOVE MTCHAIN-SEQ TO CHR-CHAIN-SEQ.
           MOVE CHR-CHAIN-SEQ TO MTCHAIN-RECORD(280:10).
           PERFORM COMPUTE-LINK.
           MOVE MTCHAIN-VALUE TO CHR-CHAIN-VALUE.
           MOVE CHR-CHAIN-VALUE TO MTCHAIN-RECORD(290:20).

       COMPUTE-LINK.
           MOVE MOD(MTCHAIN-PREV-VALUE, CHAIN-MOD) TO MTCHAIN-VALUE.
           PERFORM VARYING CHAIN-IDX FROM 1 BY 1
                   UNTIL CHAIN-IDX > 289
               COMPUTE MTCHAIN-VALUE = MOD(MTCHAIN-VALUE * 257
                   + ORD(MTCHAIN-RECORD(CHAIN-IDX:1)),
                   CHAIN-MOD)
           END-PERFORM.
