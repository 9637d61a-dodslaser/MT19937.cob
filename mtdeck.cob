       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtdeck.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PROF-FILE ASSIGN TO "PROFFILE"
                       ORGANIZATION INDEXED
                       ACCESS DYNAMIC
                       RECORD KEY IS PROF-KEY
                       FILE STATUS IS PROF-FILE-STAT.
                   SELECT CAL-FILE ASSIGN TO "HOLCAL"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS CAL-FILE-STAT.
                   SELECT DECK-FILE ASSIGN TO "DECKOUT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS DECK-FILE-STAT.
                   SELECT RPT-FILE ASSIGN TO "DECKRPT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS RPT-FILE-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
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

               FD CAL-FILE.
               01 CAL-RECORD PIC X(80).

               FD DECK-FILE.
               01 DECK-RECORD PIC X(200).

               FD RPT-FILE.
               01 RPT-RECORD PIC X(132).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
               77 PROF-FILE-STAT PIC X(02).
               77 CAL-FILE-STAT PIC X(02).
               77 DECK-FILE-STAT PIC X(02).
               77 RPT-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).

               77 CUR-DATE PIC 9(08).
               77 PROC-DATE PIC 9(08).
               77 PROC-DAY BINARY-LONG UNSIGNED.
               77 PROC-WEEKDAY BINARY-LONG UNSIGNED.
               77 PROC-YEAR PIC 9(04).
               77 PROC-MONTH PIC 9(02).
               77 EFF-FROM-NUM PIC 9(08).
               77 EFF-TO-NUM PIC 9(08).

               01 HOL-TABLE.
                   05 HOL-DATE OCCURS 1000 TIMES PIC 9(08).
               77 HOL-COUNT BINARY-LONG UNSIGNED.
               77 HOL-LIMIT BINARY-LONG UNSIGNED VALUE 1000.
               77 HOL-IDX BINARY-LONG UNSIGNED.
               77 HOL-YEAR-COUNT BINARY-LONG UNSIGNED.
               77 CAL-ERR-COUNT BINARY-LONG UNSIGNED.

               77 TEST-DAY BINARY-LONG UNSIGNED.
               77 TEST-DATE PIC 9(08).
               77 TEST-WEEKDAY BINARY-LONG UNSIGNED.
               77 BUS-DAY-SW PIC X(01).
                   88 BUS-DAY VALUE "Y".
                   88 NON-BUS-DAY VALUE "N".
               77 NON-BUS-REASON PIC X(20).

               77 MONTH-YEAR PIC 9(04).
               77 MONTH-NUM PIC 9(02).
               77 MONTH-FIRST-DAY BINARY-LONG UNSIGNED.
               77 MONTH-LAST-DAY BINARY-LONG UNSIGNED.
               77 MONTH-LENGTH BINARY-LONG UNSIGNED.
               77 SCHED-DAY-NUM BINARY-LONG UNSIGNED.
               77 TARGET-DAY BINARY-LONG UNSIGNED.
               77 MONTH-PASS BINARY-LONG UNSIGNED.

               77 DUE-SW PIC X(01).
                   88 PROFILE-DUE VALUE "Y".
                   88 PROFILE-NOT-DUE VALUE "N".
               77 SKIP-REASON PIC X(20).

               77 PROF-COUNT BINARY-LONG UNSIGNED.
               77 DECK-COUNT BINARY-LONG UNSIGNED.
               77 SKIP-COUNT BINARY-LONG UNSIGNED.
               77 SCHED-ERR-COUNT BINARY-LONG UNSIGNED.
               77 CHR-COUNT PIC Z(10).
               77 CHR-VERSION PIC Z(04).

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
           COMPUTE PROC-DAY = INTEGER-OF-DATE(CUR-DATE) + 1.
           COMPUTE PROC-DATE = DATE-OF-INTEGER(PROC-DAY).
           MOVE "DATE" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL TO VAL-FIELD
               PERFORM CHECK-UNSIGNED-VALUE
               IF VAL-OK
                   IF LENGTH(TRIM(VAL-FIELD)) NOT = 8
                       SET VAL-BAD TO TRUE
                   ELSE
                       IF TEST-DATE-YYYYMMDD(NUMVAL(VAL-FIELD)) > 0
                           SET VAL-BAD TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF VAL-BAD
                   DISPLAY "DATE must be a valid YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NUMVAL(VAL-FIELD) TO PROC-DATE
               COMPUTE PROC-DAY = INTEGER-OF-DATE(PROC-DATE)
           END-IF.
           MOVE PROC-DATE(1:4) TO PROC-YEAR.
           MOVE PROC-DATE(5:2) TO PROC-MONTH.
           COMPUTE PROC-WEEKDAY = MOD(PROC-DAY - 1, 7) + 1.

           PERFORM LOAD-CALENDAR.
           IF CAL-ERR-COUNT > 0
               DISPLAY "HOLCAL is in error - no deck built"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PROF-FILE.
           IF PROF-FILE-STAT NOT = "00"
               DISPLAY "Cannot open PROFFILE, status " PROF-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DECK-FILE.
           IF DECK-FILE-STAT NOT = "00"
               DISPLAY "Cannot open DECKOUT, status " DECK-FILE-STAT
               CLOSE PROF-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-FILE-STAT NOT = "00"
               DISPLAY "Cannot open DECKRPT, status " RPT-FILE-STAT
               CLOSE PROF-FILE
               CLOSE DECK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO PROF-COUNT.
           MOVE 0 TO DECK-COUNT.
           MOVE 0 TO SKIP-COUNT.
           MOVE 0 TO SCHED-ERR-COUNT.
           PERFORM WRITE-RPT-HEADING.
           MOVE LOW-VALUES TO PROF-KEY.
           START PROF-FILE KEY >= PROF-KEY
               INVALID KEY CONTINUE
           END-START.
           IF PROF-FILE-STAT = "00"
               PERFORM UNTIL PROF-FILE-STAT NOT = "00"
                   READ PROF-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF PROF-FILE-STAT = "00"
                       ADD 1 TO PROF-COUNT
                       PERFORM SCHEDULE-ONE-PROFILE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM WRITE-RPT-TOTALS.
           CLOSE PROF-FILE.
           CLOSE DECK-FILE.
           CLOSE RPT-FILE.

           DISPLAY "Processing date   : " PROC-DATE.
           MOVE PROF-COUNT TO CHR-COUNT.
           DISPLAY "Profiles read     : " TRIM(CHR-COUNT).
           MOVE DECK-COUNT TO CHR-COUNT.
           DISPLAY "Deck cards written: " TRIM(CHR-COUNT).
           MOVE SKIP-COUNT TO CHR-COUNT.
           DISPLAY "Profiles skipped  : " TRIM(CHR-COUNT).
           IF HOL-YEAR-COUNT = 0
               DISPLAY "HOLCAL has no holidays for " PROC-YEAR
                   " - check the calendar is loaded"
           END-IF.
           IF SCHED-ERR-COUNT > 0 OR HOL-YEAR-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CALENDAR.
           MOVE 0 TO HOL-COUNT.
           MOVE 0 TO HOL-YEAR-COUNT.
           MOVE 0 TO CAL-ERR-COUNT.
           OPEN INPUT CAL-FILE.
           IF CAL-FILE-STAT NOT = "00"
               DISPLAY "Cannot open HOLCAL, status " CAL-FILE-STAT
               ADD 1 TO CAL-ERR-COUNT
           ELSE
               PERFORM UNTIL CAL-FILE-STAT NOT = "00"
                   READ CAL-FILE
                       AT END CONTINUE
                   END-READ
                   IF CAL-FILE-STAT = "00"
                           AND CAL-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-HOLIDAY
                   END-IF
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.

       LOAD-ONE-HOLIDAY.
           MOVE CAL-RECORD(1:8) TO VAL-FIELD.
           PERFORM CHECK-UNSIGNED-VALUE.
           IF VAL-OK
               IF LENGTH(TRIM(VAL-FIELD)) NOT = 8
                   SET VAL-BAD TO TRUE
               ELSE
                   IF TEST-DATE-YYYYMMDD(NUMVAL(VAL-FIELD)) > 0
                       SET VAL-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF VAL-BAD
               DISPLAY "HOLCAL: bad date " TRIM(CAL-RECORD)
               ADD 1 TO CAL-ERR-COUNT
           ELSE
               IF HOL-COUNT >= HOL-LIMIT
                   DISPLAY "HOLCAL holds more than 1000 dates"
                   ADD 1 TO CAL-ERR-COUNT
               ELSE
                   ADD 1 TO HOL-COUNT
                   MOVE NUMVAL(VAL-FIELD) TO HOL-DATE(HOL-COUNT)
                   IF CAL-RECORD(1:4) = PROC-YEAR
                       ADD 1 TO HOL-YEAR-COUNT
                   END-IF
               END-IF
           END-IF.

       SCHEDULE-ONE-PROFILE.
           SET PROFILE-NOT-DUE TO TRUE.
           MOVE SPACES TO SKIP-REASON.
           IF PROF-EFF-FROM IS NOT NUMERIC
                   OR PROF-EFF-TO IS NOT NUMERIC
               MOVE "NO SCHEDULE" TO SKIP-REASON
           ELSE
               MOVE PROF-EFF-FROM TO EFF-FROM-NUM
               MOVE PROF-EFF-TO TO EFF-TO-NUM
               EVALUATE TRUE
                   WHEN NOT PROF-LAYOUT-CURRENT
                           AND PROF-RECORD(188:13) NOT = SPACES
                       MOVE "EARLIER LAYOUT" TO SKIP-REASON
                       ADD 1 TO SCHED-ERR-COUNT
                   WHEN PROC-DATE < EFF-FROM-NUM
                       MOVE "NOT YET EFFECTIVE" TO SKIP-REASON
                   WHEN PROC-DATE > EFF-TO-NUM
                       MOVE "EXPIRED" TO SKIP-REASON
                   WHEN PROF-SCHED = SPACES
                       MOVE "NO SCHEDULE" TO SKIP-REASON
                   WHEN OTHER
                       PERFORM TEST-SCHEDULE
               END-EVALUATE
           END-IF.
           IF PROFILE-DUE
               MOVE SPACES TO DECK-RECORD
               STRING "PROFILE=" TRIM(PROF-KEY)
                   DELIMITED BY SIZE INTO DECK-RECORD
               END-STRING
               WRITE DECK-RECORD
               ADD 1 TO DECK-COUNT
           ELSE
               ADD 1 TO SKIP-COUNT
           END-IF.
           PERFORM WRITE-RPT-LINE.

       TEST-SCHEDULE.
           MOVE 0 TO SCHED-DAY-NUM.
           IF PROF-SCHED-DAY IS NUMERIC
               MOVE PROF-SCHED-DAY TO SCHED-DAY-NUM
           END-IF.
           MOVE PROC-DAY TO TEST-DAY.
           PERFORM TEST-BUSINESS-DAY.
           EVALUATE PROF-SCHED
               WHEN "DA"
                   SET PROFILE-DUE TO TRUE
               WHEN "BD"
                   IF BUS-DAY
                       SET PROFILE-DUE TO TRUE
                   ELSE
                       MOVE NON-BUS-REASON TO SKIP-REASON
                   END-IF
               WHEN "WK"
                   IF SCHED-DAY-NUM < 1 OR SCHED-DAY-NUM > 7
                       PERFORM FLAG-BAD-SCHEDULE
                   ELSE
                       IF PROC-WEEKDAY NOT = SCHED-DAY-NUM
                           MOVE "NOT DUE" TO SKIP-REASON
                       ELSE
                           IF NON-BUS-REASON = "HOLIDAY"
                               MOVE "HOLIDAY" TO SKIP-REASON
                           ELSE
                               SET PROFILE-DUE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN "ME"
                   MOVE PROC-YEAR TO MONTH-YEAR
                   MOVE PROC-MONTH TO MONTH-NUM
                   PERFORM SET-MONTH-BOUNDS
                   MOVE MONTH-LAST-DAY TO TEST-DAY
                   PERFORM TEST-BUSINESS-DAY
                   PERFORM UNTIL BUS-DAY
                           OR TEST-DAY <= MONTH-FIRST-DAY
                       SUBTRACT 1 FROM TEST-DAY
                       PERFORM TEST-BUSINESS-DAY
                   END-PERFORM
                   PERFORM MATCH-TARGET-DAY
               WHEN "MS"
                   MOVE PROC-YEAR TO MONTH-YEAR
                   MOVE PROC-MONTH TO MONTH-NUM
                   PERFORM SET-MONTH-BOUNDS
                   MOVE MONTH-FIRST-DAY TO TEST-DAY
                   PERFORM TEST-BUSINESS-DAY
                   PERFORM UNTIL BUS-DAY
                           OR TEST-DAY >= MONTH-LAST-DAY
                       ADD 1 TO TEST-DAY
                       PERFORM TEST-BUSINESS-DAY
                   END-PERFORM
                   PERFORM MATCH-TARGET-DAY
               WHEN "MD"
                   IF SCHED-DAY-NUM < 1 OR SCHED-DAY-NUM > 31
                       PERFORM FLAG-BAD-SCHEDULE
                   ELSE
                       MOVE PROC-YEAR TO MONTH-YEAR
                       MOVE PROC-MONTH TO MONTH-NUM
                       PERFORM VARYING MONTH-PASS FROM 1 BY 1
                               UNTIL MONTH-PASS > 2 OR PROFILE-DUE
                           PERFORM SET-MONTH-BOUNDS
                           IF SCHED-DAY-NUM > MONTH-LENGTH
                               MOVE MONTH-LAST-DAY TO TEST-DAY
                           ELSE
                               COMPUTE TEST-DAY = MONTH-FIRST-DAY
                                   + SCHED-DAY-NUM - 1
                           END-IF
                           PERFORM TEST-BUSINESS-DAY
                           PERFORM UNTIL BUS-DAY
                               ADD 1 TO TEST-DAY
                               PERFORM TEST-BUSINESS-DAY
                           END-PERFORM
                           PERFORM MATCH-TARGET-DAY
                           IF MONTH-NUM = 1
                               MOVE 12 TO MONTH-NUM
                               SUBTRACT 1 FROM MONTH-YEAR
                           ELSE
                               SUBTRACT 1 FROM MONTH-NUM
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   PERFORM FLAG-BAD-SCHEDULE
           END-EVALUATE.

       MATCH-TARGET-DAY.
           IF TEST-DAY = PROC-DAY
               SET PROFILE-DUE TO TRUE
               MOVE SPACES TO SKIP-REASON
           ELSE
               MOVE "NOT DUE" TO SKIP-REASON
           END-IF.

       FLAG-BAD-SCHEDULE.
           MOVE "BAD SCHEDULE" TO SKIP-REASON.
           ADD 1 TO SCHED-ERR-COUNT.

       SET-MONTH-BOUNDS.
           COMPUTE TEST-DATE = MONTH-YEAR * 10000
               + MONTH-NUM * 100 + 1.
           COMPUTE MONTH-FIRST-DAY = INTEGER-OF-DATE(TEST-DATE).
           IF MONTH-NUM = 12
               COMPUTE TEST-DATE = (MONTH-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE TEST-DATE = MONTH-YEAR * 10000
                   + (MONTH-NUM + 1) * 100 + 1
           END-IF.
           COMPUTE MONTH-LAST-DAY = INTEGER-OF-DATE(TEST-DATE) - 1.
           COMPUTE MONTH-LENGTH = MONTH-LAST-DAY - MONTH-FIRST-DAY + 1.

       TEST-BUSINESS-DAY.
           SET BUS-DAY TO TRUE.
           MOVE SPACES TO NON-BUS-REASON.
           COMPUTE TEST-WEEKDAY = MOD(TEST-DAY - 1, 7) + 1.
           COMPUTE TEST-DATE = DATE-OF-INTEGER(TEST-DAY).
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > HOL-COUNT OR NON-BUS-DAY
               IF HOL-DATE(HOL-IDX) = TEST-DATE
                   SET NON-BUS-DAY TO TRUE
                   MOVE "HOLIDAY" TO NON-BUS-REASON
               END-IF
           END-PERFORM.
           IF BUS-DAY AND TEST-WEEKDAY > 5
               SET NON-BUS-DAY TO TRUE
               MOVE "WEEKEND" TO NON-BUS-REASON
           END-IF.

       WRITE-RPT-HEADING.
           MOVE SPACES TO RPT-RECORD.
           STRING "MT19937 RUN DECK FOR PROCESSING DATE " PROC-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "PROFILE" TO RPT-RECORD(1:7).
           MOVE "VER" TO RPT-RECORD(19:3).
           MOVE "EFF-FROM" TO RPT-RECORD(25:8).
           MOVE "EFF-TO" TO RPT-RECORD(34:6).
           MOVE "SC" TO RPT-RECORD(43:2).
           MOVE "DY" TO RPT-RECORD(46:2).
           MOVE "ACTION" TO RPT-RECORD(50:6).
           MOVE "REASON" TO RPT-RECORD(60:6).
           WRITE RPT-RECORD.

       WRITE-RPT-LINE.
           MOVE SPACES TO RPT-RECORD.
           MOVE PROF-KEY TO RPT-RECORD(1:16).
           IF PROF-EFF-FROM IS NUMERIC
               MOVE PROF-VERSION TO CHR-VERSION
               MOVE CHR-VERSION TO RPT-RECORD(18:4)
               MOVE PROF-EFF-FROM TO RPT-RECORD(25:8)
               MOVE PROF-EFF-TO TO RPT-RECORD(34:8)
               IF PROF-LAYOUT-CURRENT
                       OR PROF-RECORD(188:13) = SPACES
                   MOVE PROF-SCHED TO RPT-RECORD(43:2)
                   MOVE PROF-SCHED-DAY TO RPT-RECORD(46:2)
               END-IF
           END-IF.
           IF PROFILE-DUE
               MOVE "INCLUDED" TO RPT-RECORD(50:8)
           ELSE
               MOVE "SKIPPED" TO RPT-RECORD(50:8)
               MOVE SKIP-REASON TO RPT-RECORD(60:20)
           END-IF.
           WRITE RPT-RECORD.

       WRITE-RPT-TOTALS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE PROF-COUNT TO CHR-COUNT.
           STRING "PROFILES READ " TRIM(CHR-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE DECK-COUNT TO CHR-COUNT.
           STRING "DECK CARDS    " TRIM(CHR-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE SKIP-COUNT TO CHR-COUNT.
           STRING "SKIPPED       " TRIM(CHR-COUNT)
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.

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
