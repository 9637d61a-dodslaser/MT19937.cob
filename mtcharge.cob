       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtcharge.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS ARCH-FILE-STAT.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS AUDIT-FILE-STAT.
                   SELECT RATE-FILE ASSIGN TO "RATEFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS RATE-FILE-STAT.
                   SELECT RPT-FILE ASSIGN TO "CHGRPT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS RPT-FILE-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.
                   SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
           FILE SECTION.
               FD ARCH-FILE.
               01 ARCH-RECORD PIC X(320).

               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD RATE-FILE.
               01 RATE-RECORD PIC X(80).

               FD RPT-FILE.
               01 RPT-RECORD PIC X(132).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

               SD SORT-FILE.
               01 SORT-RECORD.
                   05 SORT-COST-CENTER PIC X(08).
                   05 SORT-PROFILE PIC X(16).
                   05 SORT-N PIC 9(10).
                   05 SORT-FEE PIC 9(09)V99.
                   05 SORT-VOLUME PIC 9(11)V99.
                   05 SORT-SURCHARGE PIC 9(11)V99.
                   05 SORT-SURCH-SW PIC X(01).

           WORKING-STORAGE SECTION.
               77 ARCH-FILE-STAT PIC X(02).
               77 AUDIT-FILE-STAT PIC X(02).
               77 RATE-FILE-STAT PIC X(02).
               77 RPT-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).

               77 BILL-MONTH PIC 9(06).
               77 BILL-MONTH-X REDEFINES BILL-MONTH PIC X(06).
               77 CUR-DATE PIC 9(08).
               77 CUR-YEAR PIC 9(04).
               77 CUR-MONTH PIC 9(02).
               77 SUSPENSE-CC PIC X(08) VALUE "SUSPENSE".

               77 RATE-RUN-FEE PIC 9(07)V99.
               77 RATE-PER-MILLION PIC 9(07)V9(04).
               77 RATE-MODE64-PCT PIC 9(03)V99.
               77 RATE-DIST-PCT PIC 9(03)V99.
               77 RATE-SHUFFLE-PCT PIC 9(03)V99.
               77 RATE-OVERRIDE-PCT PIC 9(03)V99.
               77 RATE-CODE PIC X(08).
               77 RATE-VALUE-X PIC X(16).
               77 RATE-LINE BINARY-LONG UNSIGNED.
               77 RATE-ERR-COUNT BINARY-LONG UNSIGNED.
               77 RATE-SEEN-TABLE PIC X(06).
               77 RATE-SEEN-IDX BINARY-LONG UNSIGNED.
               77 RATE-SIZE-SW PIC X(01).
                   88 RATE-SIZE-BAD VALUE "Y".
                   88 RATE-SIZE-OK VALUE "N".

               77 SCAN-RECORD PIC X(320).
               77 SCAN-DATE PIC 9(08).
               77 SCAN-N BINARY-DOUBLE UNSIGNED.
               77 SCAN-PCT PIC 9(04)V99.
               77 SCAN-BASE PIC 9(11)V99.
               77 SCAN-OVERRIDE-SW PIC X(01).
                   88 SCAN-IS-OVERRIDE VALUE "Y".
                   88 SCAN-NOT-OVERRIDE VALUE "N".
               77 PEND-OVERRIDE-KEY PIC X(35).
               77 SCAN-RUN-KEY PIC X(35).

               77 INPUT-SW PIC X(01).
                   88 INPUT-FOUND VALUE "Y".
                   88 INPUT-NOT-FOUND VALUE "N".
               77 SORT-EOF-SW PIC X(01).
                   88 SORT-EOF VALUE "Y".
                   88 SORT-NOT-EOF VALUE "N".

               77 AUDIT-RUN-COUNT BINARY-LONG UNSIGNED.
               77 AUDIT-N-TOTAL BINARY-DOUBLE UNSIGNED.
               77 NO-PROFILE-COUNT BINARY-LONG UNSIGNED.
               77 NO-CC-COUNT BINARY-LONG UNSIGNED.
               77 OVERRIDE-RUN-COUNT BINARY-LONG UNSIGNED.

               77 PREV-COST-CENTER PIC X(08).
               77 PREV-PROFILE PIC X(16).
               77 CC-SW PIC X(01).
                   88 CC-OPEN VALUE "Y".
                   88 CC-CLOSED VALUE "N".
               77 PROF-SW PIC X(01).
                   88 PROF-OPEN VALUE "Y".
                   88 PROF-CLOSED VALUE "N".

               77 PROF-RUNS BINARY-LONG UNSIGNED.
               77 PROF-SURCH-RUNS BINARY-LONG UNSIGNED.
               77 PROF-VALUES BINARY-DOUBLE UNSIGNED.
               77 PROF-FEES PIC 9(11)V99.
               77 PROF-VOLUME PIC 9(11)V99.
               77 PROF-SURCHARGE PIC 9(11)V99.
               77 PROF-TOTAL PIC 9(11)V99.
               77 CC-RUNS BINARY-LONG UNSIGNED.
               77 CC-VALUES BINARY-DOUBLE UNSIGNED.
               77 CC-FEES PIC 9(11)V99.
               77 CC-VOLUME PIC 9(11)V99.
               77 CC-SURCHARGE PIC 9(11)V99.
               77 CC-TOTAL PIC 9(11)V99.
               77 BILL-RUNS BINARY-LONG UNSIGNED.
               77 BILL-VALUES BINARY-DOUBLE UNSIGNED.
               77 BILL-FEES PIC 9(11)V99.
               77 BILL-VOLUME PIC 9(11)V99.
               77 BILL-SURCHARGE PIC 9(11)V99.
               77 BILL-TOTAL PIC 9(11)V99.
               77 SUSPENSE-TOTAL PIC 9(11)V99.

               01 CC-SUMMARY-TABLE.
                   05 CC-SUMMARY OCCURS 500 TIMES.
                       10 CCS-COST-CENTER PIC X(08).
                       10 CCS-RUNS BINARY-LONG UNSIGNED.
                       10 CCS-VALUES BINARY-DOUBLE UNSIGNED.
                       10 CCS-TOTAL PIC 9(11)V99.
               77 CC-SUMMARY-COUNT BINARY-LONG UNSIGNED.
               77 CC-SUMMARY-IDX BINARY-LONG UNSIGNED.
               77 CC-OVERFLOW-SW PIC X(01).
                   88 CC-OVERFLOW VALUE "Y".
                   88 CC-NO-OVERFLOW VALUE "N".

               77 CHR-COUNT PIC Z(9)9.
               77 CHR-VALUES PIC Z(14)9.
               77 CHR-AMOUNT PIC Z(10)9.99.
               77 CHR-SUM PIC Z(14)9.
               77 CHR-RATE PIC Z(6)9.9(4).

               77 VAL-IDX BINARY-LONG UNSIGNED.
               77 VAL-LEN BINARY-LONG UNSIGNED.
               77 VAL-DOT-COUNT BINARY-LONG UNSIGNED.
               77 VAL-DIGIT-COUNT BINARY-LONG UNSIGNED.
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
           END-IF.

           ACCEPT CUR-DATE FROM DATE YYYYMMDD.
           MOVE CUR-DATE(1:4) TO CUR-YEAR.
           MOVE CUR-DATE(5:2) TO CUR-MONTH.
           IF CUR-MONTH = 1
               SUBTRACT 1 FROM CUR-YEAR
               MOVE 12 TO CUR-MONTH
           ELSE
               SUBTRACT 1 FROM CUR-MONTH
           END-IF.
           COMPUTE BILL-MONTH = CUR-YEAR * 100 + CUR-MONTH.
           MOVE "MONTH" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL TO VAL-FIELD
               PERFORM CHECK-UNSIGNED-VALUE
               IF VAL-BAD OR LENGTH(TRIM(VAL-FIELD)) NOT = 6
                   DISPLAY "MONTH must be YYYYMM"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NUMVAL(VAL-FIELD) TO BILL-MONTH
               IF BILL-MONTH-X(5:2) < "01" OR BILL-MONTH-X(5:2) > "12"
                   DISPLAY "MONTH must be YYYYMM"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM LOAD-RATE-FILE.

           MOVE 0 TO AUDIT-RUN-COUNT.
           MOVE 0 TO AUDIT-N-TOTAL.
           MOVE 0 TO NO-PROFILE-COUNT.
           MOVE 0 TO NO-CC-COUNT.
           MOVE 0 TO OVERRIDE-RUN-COUNT.
           MOVE 0 TO BILL-RUNS.
           MOVE 0 TO BILL-VALUES.
           MOVE 0 TO BILL-FEES.
           MOVE 0 TO BILL-VOLUME.
           MOVE 0 TO BILL-SURCHARGE.
           MOVE 0 TO BILL-TOTAL.
           MOVE 0 TO SUSPENSE-TOTAL.
           MOVE 0 TO CC-SUMMARY-COUNT.
           SET CC-NO-OVERFLOW TO TRUE.
           SET INPUT-NOT-FOUND TO TRUE.
           MOVE SPACES TO PEND-OVERRIDE-KEY.

           OPEN OUTPUT RPT-FILE.
           IF RPT-FILE-STAT NOT = "00"
               DISPLAY "Cannot open CHGRPT, status " RPT-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-COST-CENTER SORT-PROFILE
               INPUT PROCEDURE IS LOAD-BILLABLE-RUNS
               OUTPUT PROCEDURE IS WRITE-STATEMENTS.
           IF INPUT-NOT-FOUND
               CLOSE RPT-FILE
               DISPLAY "No ARCHFILE or AUDITFILE to read"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-CONTROL-PAGE.
           CLOSE RPT-FILE.

           MOVE AUDIT-RUN-COUNT TO CHR-COUNT.
           DISPLAY "Runs in month     : " TRIM(CHR-COUNT).
           MOVE BILL-RUNS TO CHR-COUNT.
           DISPLAY "Runs billed       : " TRIM(CHR-COUNT).
           MOVE BILL-TOTAL TO CHR-AMOUNT.
           DISPLAY "Amount billed     : " TRIM(CHR-AMOUNT).
           MOVE SUSPENSE-TOTAL TO CHR-AMOUNT.
           DISPLAY "Amount in suspense: " TRIM(CHR-AMOUNT).
           EVALUATE TRUE
               WHEN BILL-RUNS NOT = AUDIT-RUN-COUNT
                       OR BILL-VALUES NOT = AUDIT-N-TOTAL
                   DISPLAY "Control totals OUT OF BALANCE"
                   MOVE 8 TO RETURN-CODE
               WHEN CC-OVERFLOW
                   DISPLAY "Cost center summary table full"
                   MOVE 8 TO RETURN-CODE
               WHEN NO-PROFILE-COUNT > 0 OR NO-CC-COUNT > 0
                   DISPLAY "Runs charged to suspense"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LOAD-RATE-FILE.
           MOVE 0 TO RATE-RUN-FEE.
           MOVE 0 TO RATE-PER-MILLION.
           MOVE 0 TO RATE-MODE64-PCT.
           MOVE 0 TO RATE-DIST-PCT.
           MOVE 0 TO RATE-SHUFFLE-PCT.
           MOVE 0 TO RATE-OVERRIDE-PCT.
           MOVE 0 TO RATE-LINE.
           MOVE 0 TO RATE-ERR-COUNT.
           MOVE "NNNNNN" TO RATE-SEEN-TABLE.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STAT NOT = "00"
               DISPLAY "Cannot open RATEFILE, status " RATE-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL RATE-FILE-STAT NOT = "00"
               READ RATE-FILE
                   AT END CONTINUE
               END-READ
               IF RATE-FILE-STAT = "00"
                   ADD 1 TO RATE-LINE
                   IF RATE-RECORD NOT = SPACES
                           AND RATE-RECORD(1:1) NOT = "*"
                       PERFORM LOAD-ONE-RATE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RATE-FILE.
           IF RATE-SEEN-TABLE(1:1) = "N"
               DISPLAY "RATEFILE has no RUNFEE entry"
               ADD 1 TO RATE-ERR-COUNT
           END-IF.
           IF RATE-SEEN-TABLE(2:1) = "N"
               DISPLAY "RATEFILE has no PERMIL entry"
               ADD 1 TO RATE-ERR-COUNT
           END-IF.
           IF RATE-ERR-COUNT > 0
               DISPLAY "RATEFILE is invalid - no statement produced"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-RATE.
           MOVE RATE-RECORD(1:8) TO RATE-CODE.
           MOVE RATE-RECORD(9:16) TO RATE-VALUE-X.
           MOVE RATE-VALUE-X TO VAL-FIELD.
           PERFORM CHECK-DECIMAL-VALUE.
           EVALUATE RATE-CODE
               WHEN "RUNFEE"
                   MOVE 1 TO RATE-SEEN-IDX
               WHEN "PERMIL"
                   MOVE 2 TO RATE-SEEN-IDX
               WHEN "MODE64"
                   MOVE 3 TO RATE-SEEN-IDX
               WHEN "DIST"
                   MOVE 4 TO RATE-SEEN-IDX
               WHEN "SHUFFLE"
                   MOVE 5 TO RATE-SEEN-IDX
               WHEN "OVERRIDE"
                   MOVE 6 TO RATE-SEEN-IDX
               WHEN OTHER
                   MOVE 0 TO RATE-SEEN-IDX
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RATE-SEEN-IDX = 0
                   MOVE RATE-LINE TO CHR-COUNT
                   DISPLAY "RATEFILE line " TRIM(CHR-COUNT)
                       ": unknown rate code " TRIM(RATE-CODE)
                   ADD 1 TO RATE-ERR-COUNT
               WHEN RATE-SEEN-TABLE(RATE-SEEN-IDX:1) = "Y"
                   MOVE RATE-LINE TO CHR-COUNT
                   DISPLAY "RATEFILE line " TRIM(CHR-COUNT)
                       ": duplicate rate code " TRIM(RATE-CODE)
                   ADD 1 TO RATE-ERR-COUNT
               WHEN VAL-BAD
                   MOVE RATE-LINE TO CHR-COUNT
                   DISPLAY "RATEFILE line " TRIM(CHR-COUNT)
                       ": invalid amount " TRIM(RATE-VALUE-X)
                   ADD 1 TO RATE-ERR-COUNT
               WHEN OTHER
                   MOVE "Y" TO RATE-SEEN-TABLE(RATE-SEEN-IDX:1)
                   SET RATE-SIZE-OK TO TRUE
                   EVALUATE RATE-SEEN-IDX
                       WHEN 1
                           COMPUTE RATE-RUN-FEE = NUMVAL(VAL-FIELD)
                               ON SIZE ERROR SET RATE-SIZE-BAD TO TRUE
                           END-COMPUTE
                       WHEN 2
                           COMPUTE RATE-PER-MILLION
                               = NUMVAL(VAL-FIELD)
                               ON SIZE ERROR SET RATE-SIZE-BAD TO TRUE
                           END-COMPUTE
                       WHEN 3
                           COMPUTE RATE-MODE64-PCT = NUMVAL(VAL-FIELD)
                               ON SIZE ERROR SET RATE-SIZE-BAD TO TRUE
                           END-COMPUTE
                       WHEN 4
                           COMPUTE RATE-DIST-PCT = NUMVAL(VAL-FIELD)
                               ON SIZE ERROR SET RATE-SIZE-BAD TO TRUE
                           END-COMPUTE
                       WHEN 5
                           COMPUTE RATE-SHUFFLE-PCT = NUMVAL(VAL-FIELD)
                               ON SIZE ERROR SET RATE-SIZE-BAD TO TRUE
                           END-COMPUTE
                       WHEN 6
                           COMPUTE RATE-OVERRIDE-PCT
                               = NUMVAL(VAL-FIELD)
                               ON SIZE ERROR SET RATE-SIZE-BAD TO TRUE
                           END-COMPUTE
                   END-EVALUATE
                   IF RATE-SIZE-BAD
                       MOVE RATE-LINE TO CHR-COUNT
                       DISPLAY "RATEFILE line " TRIM(CHR-COUNT)
                           ": amount too large " TRIM(RATE-VALUE-X)
                       ADD 1 TO RATE-ERR-COUNT
                   END-IF
           END-EVALUATE.

       LOAD-BILLABLE-RUNS.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STAT = "00"
               SET INPUT-FOUND TO TRUE
               PERFORM UNTIL ARCH-FILE-STAT NOT = "00"
                   READ ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF ARCH-FILE-STAT = "00"
                       MOVE ARCH-RECORD TO SCAN-RECORD
                       PERFORM RELEASE-BILLABLE-RUN
                   END-IF
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
               SET INPUT-FOUND TO TRUE
               PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                   READ AUDIT-FILE
                       AT END CONTINUE
                   END-READ
                   IF AUDIT-FILE-STAT = "00"
                       MOVE AUDIT-RECORD TO SCAN-RECORD
                       PERFORM RELEASE-BILLABLE-RUN
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       RELEASE-BILLABLE-RUN.
           MOVE SPACES TO SCAN-RUN-KEY.
           STRING SCAN-RECORD(17:10) SCAN-RECORD(87:5)
               SCAN-RECORD(122:4) SCAN-RECORD(97:16)
               DELIMITED BY SIZE INTO SCAN-RUN-KEY
           END-STRING.
           EVALUATE TRUE
               WHEN SCAN-RECORD = SPACES
                   CONTINUE
               WHEN SCAN-RECORD(114:8) = "OVERRIDE"
                   MOVE SCAN-RUN-KEY TO PEND-OVERRIDE-KEY
               WHEN SCAN-RECORD(114:8) = SPACES
                   SET SCAN-NOT-OVERRIDE TO TRUE
                   IF SCAN-RUN-KEY = PEND-OVERRIDE-KEY
                           OR SCAN-RECORD(224:8) NOT = SPACES
                       SET SCAN-IS-OVERRIDE TO TRUE
                       MOVE SPACES TO PEND-OVERRIDE-KEY
                   END-IF
                   MOVE NUMVAL(SCAN-RECORD(1:8)) TO SCAN-DATE
                   IF SCAN-DATE(1:6) = BILL-MONTH-X
                       PERFORM PRICE-ONE-RUN
                   END-IF
           END-EVALUATE.

       PRICE-ONE-RUN.
           ADD 1 TO AUDIT-RUN-COUNT.
           MOVE NUMVAL(SCAN-RECORD(27:10)) TO SCAN-N.
           ADD SCAN-N TO AUDIT-N-TOTAL.
           MOVE SCAN-RECORD(97:16) TO SORT-PROFILE.
           MOVE SCAN-RECORD(272:8) TO SORT-COST-CENTER.
           IF SORT-PROFILE = SPACES
               MOVE "(NO PROFILE)" TO SORT-PROFILE
               MOVE SUSPENSE-CC TO SORT-COST-CENTER
               ADD 1 TO NO-PROFILE-COUNT
           ELSE
               IF SORT-COST-CENTER = SPACES
                   MOVE SUSPENSE-CC TO SORT-COST-CENTER
                   ADD 1 TO NO-CC-COUNT
               END-IF
           END-IF.
           MOVE SCAN-N TO SORT-N.
           MOVE RATE-RUN-FEE TO SORT-FEE.
           COMPUTE SORT-VOLUME ROUNDED
               = SCAN-N * RATE-PER-MILLION / 1000000.
           MOVE 0 TO SCAN-PCT.
           IF SCAN-RECORD(130:1) = "6"
               ADD RATE-MODE64-PCT TO SCAN-PCT
           END-IF.
           EVALUATE SCAN-RECORD(131:1)
               WHEN "N"
               WHEN "E"
               WHEN "T"
                   ADD RATE-DIST-PCT TO SCAN-PCT
               WHEN "P"
               WHEN "S"
                   ADD RATE-SHUFFLE-PCT TO SCAN-PCT
           END-EVALUATE.
           IF SCAN-IS-OVERRIDE
               ADD RATE-OVERRIDE-PCT TO SCAN-PCT
               ADD 1 TO OVERRIDE-RUN-COUNT
           END-IF.
           COMPUTE SCAN-BASE = SORT-FEE + SORT-VOLUME.
           COMPUTE SORT-SURCHARGE ROUNDED
               = SCAN-BASE * SCAN-PCT / 100.
           IF SCAN-PCT > 0
               MOVE "Y" TO SORT-SURCH-SW
           ELSE
               MOVE "N" TO SORT-SURCH-SW
           END-IF.
           RELEASE SORT-RECORD.

       WRITE-STATEMENTS.
           SET SORT-NOT-EOF TO TRUE.
           SET CC-CLOSED TO TRUE.
           SET PROF-CLOSED TO TRUE.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
               IF SORT-NOT-EOF
                   IF CC-CLOSED
                           OR SORT-COST-CENTER NOT = PREV-COST-CENTER
                       PERFORM CLOSE-PROFILE-LINE
                       PERFORM CLOSE-COST-CENTER
                       PERFORM OPEN-COST-CENTER
                   END-IF
                   IF PROF-CLOSED OR SORT-PROFILE NOT = PREV-PROFILE
                       PERFORM CLOSE-PROFILE-LINE
                       PERFORM OPEN-PROFILE-LINE
                   END-IF
                   PERFORM ADD-RUN-TO-PROFILE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-PROFILE-LINE.
           PERFORM CLOSE-COST-CENTER.

       OPEN-COST-CENTER.
           MOVE SORT-COST-CENTER TO PREV-COST-CENTER.
           SET CC-OPEN TO TRUE.
           MOVE 0 TO CC-RUNS.
           MOVE 0 TO CC-VALUES.
           MOVE 0 TO CC-FEES.
           MOVE 0 TO CC-VOLUME.
           MOVE 0 TO CC-SURCHARGE.
           MOVE 0 TO CC-TOTAL.
           MOVE SPACES TO RPT-RECORD.
           STRING "MT19937 CHARGEBACK STATEMENT  MONTH " BILL-MONTH
               "  COST CENTER " PREV-COST-CENTER
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF PREV-COST-CENTER = SUSPENSE-CC
               MOVE SPACES TO RPT-RECORD
               MOVE "RUNS WITH NO PROFILE OR NO COST CENTER ON THE"
                   TO RPT-RECORD(1:45)
               MOVE " PROFILE - REASSIGN BEFORE POSTING"
                   TO RPT-RECORD(46:34)
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM WRITE-COLUMN-HEADING.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO RPT-RECORD.
           MOVE "PROFILE" TO RPT-RECORD(1:7).
           MOVE "RUNS" TO RPT-RECORD(24:4).
           MOVE "SURCH" TO RPT-RECORD(30:5).
           MOVE "VALUES" TO RPT-RECORD(46:6).
           MOVE "RUN FEES" TO RPT-RECORD(59:8).
           MOVE "VOLUME" TO RPT-RECORD(76:6).
           MOVE "SURCHARGE" TO RPT-RECORD(88:9).
           MOVE "TOTAL" TO RPT-RECORD(107:5).
           WRITE RPT-RECORD.

       OPEN-PROFILE-LINE.
           MOVE SORT-PROFILE TO PREV-PROFILE.
           SET PROF-OPEN TO TRUE.
           MOVE 0 TO PROF-RUNS.
           MOVE 0 TO PROF-SURCH-RUNS.
           MOVE 0 TO PROF-VALUES.
           MOVE 0 TO PROF-FEES.
           MOVE 0 TO PROF-VOLUME.
           MOVE 0 TO PROF-SURCHARGE.

       ADD-RUN-TO-PROFILE.
           ADD 1 TO PROF-RUNS.
           IF SORT-SURCH-SW = "Y"
               ADD 1 TO PROF-SURCH-RUNS
           END-IF.
           ADD SORT-N TO PROF-VALUES.
           ADD SORT-FEE TO PROF-FEES.
           ADD SORT-VOLUME TO PROF-VOLUME.
           ADD SORT-SURCHARGE TO PROF-SURCHARGE.

       CLOSE-PROFILE-LINE.
           IF PROF-OPEN
               COMPUTE PROF-TOTAL = PROF-FEES + PROF-VOLUME
                   + PROF-SURCHARGE
               MOVE SPACES TO RPT-RECORD
               MOVE PREV-PROFILE TO RPT-RECORD(1:16)
               MOVE PROF-RUNS TO CHR-COUNT
               MOVE CHR-COUNT TO RPT-RECORD(18:10)
               MOVE PROF-SURCH-RUNS TO CHR-COUNT
               MOVE CHR-COUNT(4:7) TO RPT-RECORD(28:7)
               MOVE PROF-VALUES TO CHR-VALUES
               MOVE CHR-VALUES TO RPT-RECORD(37:15)
               MOVE PROF-FEES TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(53:14)
               MOVE PROF-VOLUME TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(68:14)
               MOVE PROF-SURCHARGE TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(83:14)
               MOVE PROF-TOTAL TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(98:14)
               WRITE RPT-RECORD
               ADD PROF-RUNS TO CC-RUNS
               ADD PROF-VALUES TO CC-VALUES
               ADD PROF-FEES TO CC-FEES
               ADD PROF-VOLUME TO CC-VOLUME
               ADD PROF-SURCHARGE TO CC-SURCHARGE
               ADD PROF-TOTAL TO CC-TOTAL
               SET PROF-CLOSED TO TRUE
           END-IF.

       CLOSE-COST-CENTER.
           IF CC-OPEN
               MOVE SPACES TO RPT-RECORD
               MOVE ALL "-" TO RPT-RECORD(18:94)
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               MOVE "COST CENTER TOTAL" TO RPT-RECORD(1:17)
               MOVE CC-RUNS TO CHR-COUNT
               MOVE CHR-COUNT TO RPT-RECORD(18:10)
               MOVE CC-VALUES TO CHR-VALUES
               MOVE CHR-VALUES TO RPT-RECORD(37:15)
               MOVE CC-FEES TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(53:14)
               MOVE CC-VOLUME TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(68:14)
               MOVE CC-SURCHARGE TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(83:14)
               MOVE CC-TOTAL TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(98:14)
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               WRITE RPT-RECORD
               ADD CC-RUNS TO BILL-RUNS
               ADD CC-VALUES TO BILL-VALUES
               ADD CC-FEES TO BILL-FEES
               ADD CC-VOLUME TO BILL-VOLUME
               ADD CC-SURCHARGE TO BILL-SURCHARGE
               ADD CC-TOTAL TO BILL-TOTAL
               IF PREV-COST-CENTER = SUSPENSE-CC
                   ADD CC-TOTAL TO SUSPENSE-TOTAL
               END-IF
               IF CC-SUMMARY-COUNT < 500
                   ADD 1 TO CC-SUMMARY-COUNT
                   MOVE PREV-COST-CENTER
                       TO CCS-COST-CENTER(CC-SUMMARY-COUNT)
                   MOVE CC-RUNS TO CCS-RUNS(CC-SUMMARY-COUNT)
                   MOVE CC-VALUES TO CCS-VALUES(CC-SUMMARY-COUNT)
                   MOVE CC-TOTAL TO CCS-TOTAL(CC-SUMMARY-COUNT)
               ELSE
                   SET CC-OVERFLOW TO TRUE
               END-IF
               SET CC-CLOSED TO TRUE
           END-IF.

       WRITE-CONTROL-PAGE.
           MOVE SPACES TO RPT-RECORD.
           STRING "MT19937 CHARGEBACK CONTROL TOTALS  MONTH "
               BILL-MONTH
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "COST CENTER" TO RPT-RECORD(1:11).
           MOVE "RUNS" TO RPT-RECORD(24:4).
           MOVE "VALUES" TO RPT-RECORD(46:6).
           MOVE "TOTAL" TO RPT-RECORD(107:5).
           WRITE RPT-RECORD.
           PERFORM VARYING CC-SUMMARY-IDX FROM 1 BY 1
                   UNTIL CC-SUMMARY-IDX > CC-SUMMARY-COUNT
               MOVE SPACES TO RPT-RECORD
               MOVE CCS-COST-CENTER(CC-SUMMARY-IDX)
                   TO RPT-RECORD(1:8)
               MOVE CCS-RUNS(CC-SUMMARY-IDX) TO CHR-COUNT
               MOVE CHR-COUNT TO RPT-RECORD(18:10)
               MOVE CCS-VALUES(CC-SUMMARY-IDX) TO CHR-VALUES
               MOVE CHR-VALUES TO RPT-RECORD(37:15)
               MOVE CCS-TOTAL(CC-SUMMARY-IDX) TO CHR-AMOUNT
               MOVE CHR-AMOUNT TO RPT-RECORD(98:14)
               WRITE RPT-RECORD
           END-PERFORM.
           IF CC-OVERFLOW
               MOVE SPACES TO RPT-RECORD
               MOVE "  (MORE THAN 500 COST CENTERS - LIST INCOMPLETE)"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           MOVE ALL "-" TO RPT-RECORD(18:94).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "BILLED TOTAL" TO RPT-RECORD(1:12).
           MOVE BILL-RUNS TO CHR-COUNT.
           MOVE CHR-COUNT TO RPT-RECORD(18:10).
           MOVE BILL-VALUES TO CHR-VALUES.
           MOVE CHR-VALUES TO RPT-RECORD(37:15).
           MOVE BILL-TOTAL TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(98:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "AUDIT RECORDS" TO RPT-RECORD(1:13).
           MOVE AUDIT-RUN-COUNT TO CHR-COUNT.
           MOVE CHR-COUNT TO RPT-RECORD(18:10).
           MOVE AUDIT-N-TOTAL TO CHR-VALUES.
           MOVE CHR-VALUES TO RPT-RECORD(37:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           IF BILL-RUNS = AUDIT-RUN-COUNT
                   AND BILL-VALUES = AUDIT-N-TOTAL
               MOVE "CONTROL TOTALS IN BALANCE" TO RPT-RECORD
           ELSE
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
                   TO RPT-RECORD
           END-IF.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  RUN FEES         :" TO RPT-RECORD(1:20).
           MOVE BILL-FEES TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  VOLUME CHARGES   :" TO RPT-RECORD(1:20).
           MOVE BILL-VOLUME TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  SURCHARGES       :" TO RPT-RECORD(1:20).
           MOVE BILL-SURCHARGE TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  TOTAL BILLED     :" TO RPT-RECORD(1:20).
           MOVE BILL-TOTAL TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  IN SUSPENSE      :" TO RPT-RECORD(1:20).
           MOVE SUSPENSE-TOTAL TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  RUNS NO PROFILE  :" TO RPT-RECORD(1:20).
           MOVE NO-PROFILE-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  RUNS NO COST CTR :" TO RPT-RECORD(1:20).
           MOVE NO-CC-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  OVERRIDE RUNS    :" TO RPT-RECORD(1:20).
           MOVE OVERRIDE-RUN-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "RATES APPLIED" TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  RUN FEE          :" TO RPT-RECORD(1:20).
           MOVE RATE-RUN-FEE TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  PER MILLION      :" TO RPT-RECORD(1:20).
           MOVE RATE-PER-MILLION TO CHR-RATE.
           MOVE CHR-RATE TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  MODE=64 PERCENT  :" TO RPT-RECORD(1:20).
           MOVE RATE-MODE64-PCT TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  DIST PERCENT     :" TO RPT-RECORD(1:20).
           MOVE RATE-DIST-PCT TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  SHUFFLE PERCENT  :" TO RPT-RECORD(1:20).
           MOVE RATE-SHUFFLE-PCT TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  OVERRIDE PERCENT :" TO RPT-RECORD(1:20).
           MOVE RATE-OVERRIDE-PCT TO CHR-AMOUNT.
           MOVE CHR-AMOUNT TO RPT-RECORD(22:14).
           WRITE RPT-RECORD.

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
           IF VAL-FIELD = SPACES
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
