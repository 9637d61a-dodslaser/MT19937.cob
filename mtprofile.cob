                   SELECT JRNL-FILE ASSIGN TO "PROFJRNL"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS JRNL-FILE-STAT.
                   SELECT APPR-FILE ASSIGN TO "APPRFILE"
                       ORGANIZATION INDEXED
                       ACCESS DYNAMIC
                       RECORD KEY IS APPR-KEY
                       FILE STATUS IS APPR-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
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
               01 SYSIN-RECORD PIC X(200).

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

           WORKING-STORAGE SECTION.
               77 PROF-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).
               77 JRNL-FILE-STAT PIC X(02).
               77 APPR-FILE-STAT PIC X(02).

               77 OPERATOR-ID PIC X(08).
               77 CUR-DATE PIC 9(08).
               77 JR-EFF-FROM PIC X(08).
               77 JR-EFF-TO PIC X(08).
               77 JR-VERSION PIC 9(04).
               77 JR-PARMS PIC X(152).
               77 JR-EARLY-PARMS PIC X(164).
               77 JR-LAYOUT-SW PIC X(01).
                   88 JR-EARLY-LAYOUT VALUE "E".
                   88 JR-CURRENT-LAYOUT VALUE "2".
               77 JR-COST-CENTER PIC X(08).
               77 JR-SCHED PIC X(02).
               77 JR-SCHED-DAY PIC X(02).
               77 JR-APPROVER PIC X(08).
               77 JR-APPR-ID PIC X(08).
               77 APPR-FOUND-SW PIC X(01).
                   88 APPR-FOUND VALUE "Y".
                   88 APPR-NOT-FOUND VALUE "N".
               77 EFF-FROM-X PIC X(08).
               77 EFF-TO-X PIC X(08).
               77 SCHED-X PIC X(02).
               77 SCHED-DAY-X PIC X(02).
               77 SCHED-DAY-N PIC 9(02).
               77 COST-CENTER-X PIC X(08).
               77 STRIP-PARMS PIC X(151).
               77 STRIP-PTR BINARY-LONG UNSIGNED.
               77 VERSION-MAX PIC 9(04).
               77 NEW-VERSION PIC 9(04).
               77 OLD-VERSION PIC 9(04).
               77 OLD-EFF-FROM PIC X(08).
               77 OLD-EFF-TO PIC X(08).
               77 OLD-PARMS PIC X(152).
               77 OLD-COST-CENTER PIC X(08).
               77 OLD-SCHED PIC X(02).
               77 OLD-SCHED-DAY PIC X(02).
               77 OLD-EARLY-PARMS PIC X(164).
               77 PROF-FOUND-SW PIC X(01).
                   88 PROF-FOUND VALUE "Y".
                   88 PROF-NOT-FOUND VALUE "N".
               77 PROF-LEGACY-SW PIC X(01).
                   88 PROF-LEGACY VALUE "Y".
                   88 PROF-CURRENT-FMT VALUE "N".
                   88 PROF-EARLY-FMT VALUE "E".
               77 HIST-PARMS PIC X(164).
               77 HIST-COST-CENTER PIC X(08).
               77 HIST-SCHED PIC X(02).
               77 HIST-SCHED-DAY PIC X(02).
               77 HIST-COUNT BINARY-LONG UNSIGNED.

               77 CMD-VERB PIC X(08).
               STOP RUN
           END-IF.
           PERFORM OPEN-PROF-FILE.
           PERFORM OPEN-APPR-FILE.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-FILE-STAT NOT = "00"
               DISPLAY "No SYSIN commands"
               CLOSE PROF-FILE
               CLOSE APPR-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-PERFORM.
           CLOSE SYSIN-FILE.
           CLOSE PROF-FILE.
           CLOSE APPR-FILE.
           MOVE CMD-COUNT TO CHR-COUNT.
           DISPLAY "Commands processed: " TRIM(CHR-COUNT).
           MOVE ERR-COUNT TO CHR-COUNT.
               STOP RUN
           END-IF.

       OPEN-APPR-FILE.
           OPEN I-O APPR-FILE.
           IF APPR-FILE-STAT = "35"
               OPEN OUTPUT APPR-FILE
               CLOSE APPR-FILE
               OPEN I-O APPR-FILE
           END-IF.
           IF APPR-FILE-STAT NOT = "00"
               DISPLAY "Cannot open APPRFILE, status " APPR-FILE-STAT
               CLOSE PROF-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-ONE-COMMAND.
           MOVE SPACES TO CMD-VERB.
           MOVE SPACES TO CMD-NAME.
               IF PARM-OK
                   PERFORM EXTRACT-EFF-DATES
                   PERFORM CHECK-EFF-RANGE
                   PERFORM CHECK-SCHEDULE
               END-IF
               IF PARM-OK
                   MOVE "ADD" TO JR-ACTION
                   PERFORM FIND-CHANGE-APPROVAL
               END-IF
               IF PARM-BAD
                   ADD 1 TO ERR-COUNT
                   MOVE EFF-TO-X TO PROF-EFF-TO
                   MOVE NEW-VERSION TO PROF-VERSION
                   MOVE STRIP-PARMS TO PROF-PARMS
                   MOVE SCHED-X TO PROF-SCHED
                   MOVE SCHED-DAY-X TO PROF-SCHED-DAY
                   MOVE COST-CENTER-X TO PROF-COST-CENTER
                   SET PROF-LAYOUT-CURRENT TO TRUE
                   WRITE PROF-RECORD
                       INVALID KEY
                           DISPLAY "ADD: duplicate profile "
                           MOVE "A" TO JR-IMAGE
                           PERFORM SET-JOURNAL-NEW
                           PERFORM WRITE-JOURNAL
                           PERFORM CONSUME-CHANGE-APPROVAL
                           DISPLAY "Added " TRIM(CMD-NAME)
                   END-WRITE
               END-IF
               IF PARM-OK
                   PERFORM EXTRACT-EFF-DATES
                   PERFORM CHECK-EFF-RANGE
                   PERFORM CHECK-SCHEDULE
               END-IF
               IF PARM-OK
                   MOVE "UPDATE" TO JR-ACTION
                   PERFORM FIND-CHANGE-APPROVAL
               END-IF
               IF PARM-BAD
                   ADD 1 TO ERR-COUNT
               ELSE
                   PERFORM READ-CURRENT-PROFILE
                   EVALUATE TRUE
                       WHEN PROF-NOT-FOUND
                           DISPLAY "UPDATE: no such profile "
                               TRIM(CMD-NAME)
                           ADD 1 TO ERR-COUNT
                       WHEN PROF-EARLY-FMT
                           DISPLAY "UPDATE: profile " TRIM(CMD-NAME)
                               " is in the earlier record layout"
                               " - DELETE and ADD it again"
                           ADD 1 TO ERR-COUNT
                       WHEN OTHER
                           MOVE "UPDATE" TO JR-ACTION
                           MOVE "B" TO JR-IMAGE
                           PERFORM SET-JOURNAL-OLD
                           PERFORM WRITE-JOURNAL
                           COMPUTE NEW-VERSION = OLD-VERSION + 1
                           MOVE CMD-NAME TO PROF-KEY
                           MOVE EFF-FROM-X TO PROF-EFF-FROM
                           MOVE EFF-TO-X TO PROF-EFF-TO
                           MOVE NEW-VERSION TO PROF-VERSION
                           MOVE STRIP-PARMS TO PROF-PARMS
                           MOVE SCHED-X TO PROF-SCHED
                           MOVE SCHED-DAY-X TO PROF-SCHED-DAY
                           MOVE COST-CENTER-X TO PROF-COST-CENTER
                           SET PROF-LAYOUT-CURRENT TO TRUE
                           REWRITE PROF-RECORD
                               INVALID KEY
                                   DISPLAY "UPDATE: rewrite failed for "
                                       TRIM(CMD-NAME)
                                   ADD 1 TO ERR-COUNT
                               NOT INVALID KEY
                                   MOVE "UPDATE" TO JR-ACTION
                                   MOVE "A" TO JR-IMAGE
                                   PERFORM SET-JOURNAL-NEW
                                   PERFORM WRITE-JOURNAL
                                   PERFORM CONSUME-CHANGE-APPROVAL
                                   DISPLAY "Updated " TRIM(CMD-NAME)
                           END-REWRITE
                   END-EVALUATE
               END-IF
           END-IF.

               DISPLAY "DELETE: profile name required"
               ADD 1 TO ERR-COUNT
           ELSE
               SET PARM-OK TO TRUE
               MOVE "DELETE" TO JR-ACTION
               PERFORM FIND-CHANGE-APPROVAL
               PERFORM READ-CURRENT-PROFILE
               EVALUATE TRUE
                   WHEN PARM-BAD
                       ADD 1 TO ERR-COUNT
                   WHEN PROF-NOT-FOUND
                       DISPLAY "DELETE: no such profile "
                           TRIM(CMD-NAME)
                       ADD 1 TO ERR-COUNT
                   WHEN OTHER
                       MOVE CMD-NAME TO PROF-KEY
                       DELETE PROF-FILE
                           INVALID KEY
                               DISPLAY "DELETE: no such profile "
                                   TRIM(CMD-NAME)
                               ADD 1 TO ERR-COUNT
                           NOT INVALID KEY
                               MOVE "DELETE" TO JR-ACTION
                               MOVE "B" TO JR-IMAGE
                               PERFORM SET-JOURNAL-OLD
                               PERFORM WRITE-JOURNAL
                               PERFORM CONSUME-CHANGE-APPROVAL
                               DISPLAY "Deleted " TRIM(CMD-NAME)
                       END-DELETE
               END-EVALUATE
           END-IF.

       LIST-PROFILES.
                   END-READ
                   IF PROF-FILE-STAT = "00"
                       ADD 1 TO LIST-COUNT
                       EVALUATE TRUE
                           WHEN PROF-EFF-FROM IS NOT NUMERIC
                               DISPLAY PROF-KEY " "
                                   TRIM(PROF-OLD-PARMS)
                           WHEN NOT PROF-LAYOUT-CURRENT
                                   AND PROF-RECORD(188:13) NOT = SPACES
                               DISPLAY PROF-KEY " V" PROF-VERSION
                                   " " PROF-EFF-FROM "-" PROF-EFF-TO
                                   " EARLIER LAYOUT - NOT USABLE"
                               ADD 1 TO ERR-COUNT
                           WHEN OTHER
                               DISPLAY PROF-KEY " V" PROF-VERSION
                                   " " PROF-EFF-FROM "-" PROF-EFF-TO
                                   " " PROF-SCHED " " PROF-SCHED-DAY
                                   " " PROF-COST-CENTER
                                   " " TRIM(PROF-PARMS)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.
                       IF JRNL-FILE-STAT = "00"
                               AND JRNL-RECORD(33:16) = CMD-NAME
                           ADD 1 TO HIST-COUNT
                           PERFORM SPLIT-JOURNAL-ENTRY
                           DISPLAY JRNL-RECORD(1:8) " "
                               JRNL-RECORD(9:8) " "
                               JRNL-RECORD(17:8) " "
                               JRNL-RECORD(234:8) " "
                               JRNL-RECORD(25:8) " "
                               JRNL-RECORD(49:1) " V"
                               JRNL-RECORD(66:4) " "
                               JRNL-RECORD(50:8) "-"
                               JRNL-RECORD(58:8) " "
                               HIST-SCHED " "
                               HIST-SCHED-DAY " "
                               HIST-COST-CENTER " "
                               TRIM(HIST-PARMS)
                       END-IF
                   END-PERFORM
                   CLOSE JRNL-FILE
               DISPLAY "History entries: " TRIM(CHR-COUNT)
           END-IF.

       SPLIT-JOURNAL-ENTRY.
           IF JRNL-RECORD(250:1) = "2"
               MOVE JRNL-RECORD(70:152) TO HIST-PARMS
               MOVE JRNL-RECORD(222:8) TO HIST-COST-CENTER
               MOVE JRNL-RECORD(230:2) TO HIST-SCHED
               MOVE JRNL-RECORD(232:2) TO HIST-SCHED-DAY
           ELSE
               MOVE JRNL-RECORD(70:164) TO HIST-PARMS
               MOVE SPACES TO HIST-COST-CENTER
               MOVE SPACES TO HIST-SCHED
               MOVE SPACES TO HIST-SCHED-DAY
           END-IF.

       READ-CURRENT-PROFILE.
           SET PROF-NOT-FOUND TO TRUE.
           SET PROF-CURRENT-FMT TO TRUE.
               NOT INVALID KEY SET PROF-FOUND TO TRUE
           END-READ.
           IF PROF-FOUND
               IF PROF-EFF-FROM IS NUMERIC
                       AND NOT PROF-LAYOUT-CURRENT
                       AND PROF-RECORD(188:13) NOT = SPACES
                   SET PROF-EARLY-FMT TO TRUE
                   MOVE PROF-RECORD(37:164) TO OLD-EARLY-PARMS
               END-IF
               IF PROF-EFF-FROM IS NUMERIC
                   MOVE PROF-EFF-FROM TO OLD-EFF-FROM
                   MOVE PROF-EFF-TO TO OLD-EFF-TO
                   MOVE PROF-VERSION TO OLD-VERSION
                   MOVE PROF-PARMS TO OLD-PARMS
                   MOVE PROF-SCHED TO OLD-SCHED
                   MOVE PROF-SCHED-DAY TO OLD-SCHED-DAY
                   MOVE PROF-COST-CENTER TO OLD-COST-CENTER
               ELSE
                   SET PROF-LEGACY TO TRUE
                   MOVE SPACES TO OLD-EFF-FROM
                   MOVE SPACES TO OLD-EFF-TO
                   MOVE 0 TO OLD-VERSION
                   MOVE PROF-OLD-PARMS(1:152) TO OLD-PARMS
                   MOVE SPACES TO OLD-SCHED
                   MOVE SPACES TO OLD-SCHED-DAY
                   MOVE SPACES TO OLD-COST-CENTER
               END-IF
           END-IF.

       SET-JOURNAL-NEW.
           SET JR-CURRENT-LAYOUT TO TRUE.
           MOVE CMD-NAME TO JR-NAME.
           MOVE EFF-FROM-X TO JR-EFF-FROM.
           MOVE EFF-TO-X TO JR-EFF-TO.
           MOVE NEW-VERSION TO JR-VERSION.
           MOVE STRIP-PARMS TO JR-PARMS.
           MOVE SCHED-X TO JR-SCHED.
           MOVE SCHED-DAY-X TO JR-SCHED-DAY.
           MOVE COST-CENTER-X TO JR-COST-CENTER.

       SET-JOURNAL-OLD.
           SET JR-CURRENT-LAYOUT TO TRUE.
           IF PROF-EARLY-FMT
               SET JR-EARLY-LAYOUT TO TRUE
               MOVE OLD-EARLY-PARMS TO JR-EARLY-PARMS
           END-IF.
           MOVE CMD-NAME TO JR-NAME.
           MOVE OLD-EFF-FROM TO JR-EFF-FROM.
           MOVE OLD-EFF-TO TO JR-EFF-TO.
           MOVE OLD-VERSION TO JR-VERSION.
           MOVE OLD-PARMS TO JR-PARMS.
           MOVE OLD-SCHED TO JR-SCHED.
           MOVE OLD-SCHED-DAY TO JR-SCHED-DAY.
           MOVE OLD-COST-CENTER TO JR-COST-CENTER.

       WRITE-JOURNAL.
           ACCEPT CUR-DATE FROM DATE YYYYMMDD.
           MOVE JR-EFF-FROM TO JRNL-RECORD(50:8).
           MOVE JR-EFF-TO TO JRNL-RECORD(58:8).
           MOVE JR-VERSION TO JRNL-RECORD(66:4).
           IF JR-EARLY-LAYOUT
               MOVE JR-EARLY-PARMS TO JRNL-RECORD(70:164)
           ELSE
               MOVE JR-PARMS TO JRNL-RECORD(70:152)
               MOVE JR-COST-CENTER TO JRNL-RECORD(222:8)
               MOVE JR-SCHED TO JRNL-RECORD(230:2)
               MOVE JR-SCHED-DAY TO JRNL-RECORD(232:2)
               MOVE "2" TO JRNL-RECORD(250:1)
           END-IF.
           MOVE JR-APPROVER TO JRNL-RECORD(234:8).
           MOVE JR-APPR-ID TO JRNL-RECORD(242:8).
           WRITE JRNL-RECORD.
           CLOSE JRNL-FILE.

       FIND-CHANGE-APPROVAL.
           SET APPR-NOT-FOUND TO TRUE.
           MOVE SPACES TO JR-APPROVER.
           MOVE SPACES TO JR-APPR-ID.
           ACCEPT CUR-DATE FROM DATE YYYYMMDD.
           MOVE LOW-VALUES TO APPR-KEY.
           START APPR-FILE KEY >= APPR-KEY
               INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL APPR-FILE-STAT NOT = "00" OR APPR-FOUND
               READ APPR-FILE NEXT
                   AT END CONTINUE
               END-READ
               IF APPR-FILE-STAT = "00"
                       AND APPR-ACTION = JR-ACTION
                       AND APPR-STATUS = "APPROVED"
                       AND APPR-EXPIRES >= CUR-DATE
                       AND APPR-PROFILE = CMD-NAME
                       AND APPR-PARMS = CMD-PARMS
                   SET APPR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF APPR-FOUND
               MOVE APPR-APPROVER TO JR-APPROVER
               MOVE APPR-ID TO JR-APPR-ID
           ELSE
               DISPLAY TRIM(JR-ACTION) ": no approved request for "
                   TRIM(CMD-NAME) " with these parameters"
               SET PARM-BAD TO TRUE
           END-IF.

       CONSUME-CHANGE-APPROVAL.
           MOVE "CONSUMED" TO APPR-STATUS.
           ACCEPT APPR-USED-DATE FROM DATE YYYYMMDD.
           ACCEPT APPR-USED-TIME FROM TIME.
           REWRITE APPR-RECORD
               INVALID KEY
                   DISPLAY TRIM(JR-ACTION) ": approval "
                       JR-APPR-ID " could not be marked consumed"
                   ADD 1 TO ERR-COUNT
           END-REWRITE.

       EXTRACT-EFF-DATES.
           ACCEPT CUR-DATE FROM DATE YYYYMMDD.
           MOVE CUR-DATE TO EFF-FROM-X.
           MOVE "99991231" TO EFF-TO-X.
           MOVE SPACES TO SCHED-X.
           MOVE SPACES TO SCHED-DAY-X.
           MOVE SPACES TO COST-CENTER-X.
           MOVE SPACES TO STRIP-PARMS.
           MOVE 1 TO STRIP-PTR.
           COMPUTE PARM-LEN = LENGTH(TRIM(CMD-PARMS)).
                           MOVE PARM-VAL(1:8) TO EFF-FROM-X
                       WHEN "EFF-TO"
                           MOVE PARM-VAL(1:8) TO EFF-TO-X
                       WHEN "SCHED"
                           PERFORM SET-SCHED-CODE
                       WHEN "COST-CENTER"
                           MOVE PARM-VAL(1:8) TO COST-CENTER-X
                       WHEN "SCHED-DAY"
                           MOVE NUMVAL(PARM-VAL) TO SCHED-DAY-N
                           MOVE SCHED-DAY-N TO SCHED-DAY-X
                       WHEN OTHER
                           IF STRIP-PTR > 1
                               STRING "," DELIMITED BY SIZE
               END-IF
           END-PERFORM.

       SET-SCHED-CODE.
           EVALUATE PARM-VAL
               WHEN "DAILY"
                   MOVE "DA" TO SCHED-X
               WHEN "BUSDAY"
                   MOVE "BD" TO SCHED-X
               WHEN "MONTHEND"
                   MOVE "ME" TO SCHED-X
               WHEN "MONTHSTART"
                   MOVE "MS" TO SCHED-X
               WHEN "MONTHDAY"
                   MOVE "MD" TO SCHED-X
               WHEN "WEEKLY"
                   MOVE "WK" TO SCHED-X
           END-EVALUATE.

       FLAG-PARMS-TOO-LONG.
           IF PARM-OK
               DISPLAY "Parameter string exceeds the stored"
               SET PARM-BAD TO TRUE
           END-IF.

       CHECK-SCHEDULE.
           EVALUATE SCHED-X
               WHEN "MD"
                   IF SCHED-DAY-X = SPACES
                       DISPLAY "Invalid parameters: SCHED=MONTHDAY"
                           " requires SCHED-DAY 1 to 31"
                       SET PARM-BAD TO TRUE
                   END-IF
               WHEN "WK"
                   IF SCHED-DAY-X = SPACES OR SCHED-DAY-X > "07"
                       DISPLAY "Invalid parameters: SCHED=WEEKLY"
                           " requires SCHED-DAY 1 (Monday) to 7"
                       SET PARM-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   IF SCHED-DAY-X NOT = SPACES
                       DISPLAY "Invalid parameters: SCHED-DAY is"
                           " only used with MONTHDAY or WEEKLY"
                       SET PARM-BAD TO TRUE
                   END-IF
           END-EVALUATE.

       FIND-LAST-VERSION.
           MOVE 0 TO VERSION-MAX.
           OPEN INPUT JRNL-FILE.
               WHEN "HIGH"
               WHEN "STREAMS"
               WHEN "STREAM-SELECT"
               WHEN "STRATA-POS"
               WHEN "STRATA-LEN"
                   PERFORM CHECK-UNSIGNED-VALUE
               WHEN "MEAN"
               WHEN "SD"
               WHEN "UNIQUE"
               WHEN "OVERRIDE"
               WHEN "SHUFFLE"
               WHEN "SAMPLE"
                   IF PARM-VAL NOT = "Y" AND PARM-VAL NOT = "N"
                           AND PARM-VAL NOT = "y"
                           AND PARM-VAL NOT = "n"
                           PERFORM FLAG-BAD-PARM
                       END-IF
                   END-IF
               WHEN "SCHED"
                   IF PARM-VAL NOT = "DAILY" AND PARM-VAL NOT = "BUSDAY"
                           AND PARM-VAL NOT = "MONTHEND"
                           AND PARM-VAL NOT = "MONTHSTART"
                           AND PARM-VAL NOT = "MONTHDAY"
                           AND PARM-VAL NOT = "WEEKLY"
                       PERFORM FLAG-BAD-PARM
                   END-IF
               WHEN "SCHED-DAY"
                   PERFORM CHECK-UNSIGNED-VALUE
                   IF VAL-OK
                       IF NUMVAL(PARM-VAL) < 1
                               OR NUMVAL(PARM-VAL) > 31
                           SET VAL-BAD TO TRUE
                           PERFORM FLAG-BAD-PARM
                       END-IF
                   END-IF
               WHEN "COST-CENTER"
                   IF PARM-VAL = SPACES
                           OR LENGTH(TRIM(PARM-VAL)) > 8
                       PERFORM FLAG-BAD-PARM
                   END-IF
               WHEN "EFF-FROM"
               WHEN "EFF-TO"
                   PERFORM CHECK-UNSIGNED-VALUE
