       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtapprove.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT APPR-FILE ASSIGN TO "APPRFILE"
                       ORGANIZATION INDEXED
                       ACCESS DYNAMIC
                       RECORD KEY IS APPR-KEY
                       FILE STATUS IS APPR-FILE-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
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

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

           WORKING-STORAGE SECTION.
               77 APPR-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).

               77 OPERATOR-ID PIC X(08).
               77 CUR-DATE PIC 9(08).
               77 CUR-TIME PIC 9(08).
               77 CUR-DAY BINARY-LONG UNSIGNED.
               77 LAST-ID PIC 9(08).
               77 APPR-DAYS BINARY-LONG UNSIGNED.
               77 APPR-STATE PIC X(08).
               77 APPR-FOUND-SW PIC X(01).
                   88 APPR-FOUND VALUE "Y".
                   88 APPR-NOT-FOUND VALUE "N".
               77 LIST-ALL-SW PIC X(01).
                   88 LIST-ALL VALUE "Y".
                   88 LIST-OPEN-ONLY VALUE "N".
               77 LIST-COUNT BINARY-LONG UNSIGNED.

               77 CMD-VERB PIC X(08).
               77 CMD-NAME PIC X(16).
               77 CMD-PARMS PIC X(184).
               77 CMD-PTR BINARY-LONG UNSIGNED.
               77 CMD-COUNT BINARY-LONG UNSIGNED.
               77 ERR-COUNT BINARY-LONG UNSIGNED.
               77 REQ-NAME PIC X(16).
               77 REQ-PARMS PIC X(184).
               77 REQ-PTR BINARY-LONG UNSIGNED.
               77 CHR-COUNT PIC Z(10).
               77 CHR-ID PIC Z(7)9.
               77 CHR-SEED PIC Z(10).
               77 CHR-SELECT PIC Z(4)9.

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

           PERFORM OPEN-APPR-FILE.
           PERFORM FIND-LAST-ID.
           OPEN INPUT SYSIN-FILE.
           IF SYSIN-FILE-STAT NOT = "00"
               DISPLAY "No SYSIN commands"
               CLOSE APPR-FILE
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
           CLOSE APPR-FILE.
           MOVE CMD-COUNT TO CHR-COUNT.
           DISPLAY "Commands processed: " TRIM(CHR-COUNT).
           MOVE ERR-COUNT TO CHR-COUNT.
           DISPLAY "Commands in error : " TRIM(CHR-COUNT).
           IF ERR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-APPR-FILE.
           OPEN I-O APPR-FILE.
           IF APPR-FILE-STAT = "35"
               OPEN OUTPUT APPR-FILE
               CLOSE APPR-FILE
               OPEN I-O APPR-FILE
           END-IF.
           IF APPR-FILE-STAT NOT = "00"
               DISPLAY "Cannot open APPRFILE, status " APPR-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-LAST-ID.
           MOVE 0 TO LAST-ID.
           MOVE LOW-VALUES TO APPR-KEY.
           START APPR-FILE KEY >= APPR-KEY
               INVALID KEY CONTINUE
           END-START.
           IF APPR-FILE-STAT = "00"
               PERFORM UNTIL APPR-FILE-STAT NOT = "00"
                   READ APPR-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF APPR-FILE-STAT = "00"
                       MOVE APPR-ID TO LAST-ID
                   END-IF
               END-PERFORM
           END-IF.

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

           EVALUATE CMD-VERB
               WHEN "REQUEST"
                   PERFORM REQUEST-APPROVAL
               WHEN "APPROVE"
                   PERFORM PARSE-CMD-PARMS
                   PERFORM APPROVE-REQUEST
               WHEN "REJECT"
                   PERFORM REJECT-REQUEST
               WHEN "LIST"
                   PERFORM LIST-REQUESTS
               WHEN OTHER
                   DISPLAY "Unknown command: " TRIM(CMD-VERB)
                   ADD 1 TO ERR-COUNT
           END-EVALUATE.

       REQUEST-APPROVAL.
           MOVE SPACES TO APPR-RECORD.
           MOVE CMD-NAME(1:8) TO APPR-ACTION.
           MOVE "PENDING" TO APPR-STATUS.
           MOVE OPERATOR-ID TO APPR-REQUESTER.
           MOVE CUR-DATE TO APPR-REQ-DATE.
           MOVE CUR-TIME TO APPR-REQ-TIME.
           MOVE 0 TO APPR-APPR-DATE.
           MOVE 0 TO APPR-APPR-TIME.
           MOVE 0 TO APPR-EXPIRES.
           MOVE 0 TO APPR-USED-DATE.
           MOVE 0 TO APPR-USED-TIME.
           MOVE 0 TO APPR-SEED.
           MOVE 0 TO APPR-SELECT.
           SET VAL-OK TO TRUE.
           EVALUATE CMD-NAME
               WHEN "REUSE"
                   PERFORM PARSE-CMD-PARMS
                   MOVE "SEED" TO PARM-LOOKUP-KEY
                   PERFORM LOOKUP-PARM
                   MOVE PARM-LOOKUP-VAL TO VAL-FIELD
                   PERFORM CHECK-UNSIGNED-VALUE
                   IF VAL-OK
                       MOVE NUMVAL(PARM-LOOKUP-VAL) TO APPR-SEED
                       MOVE "SELECT" TO PARM-LOOKUP-KEY
                       PERFORM LOOKUP-PARM
                       IF PARM-LOOKUP-FOUND
                           MOVE PARM-LOOKUP-VAL TO VAL-FIELD
                           PERFORM CHECK-UNSIGNED-VALUE
                           IF VAL-OK
                               MOVE NUMVAL(PARM-LOOKUP-VAL)
                                   TO APPR-SELECT
                           END-IF
                       END-IF
                   END-IF
                   IF VAL-BAD
                       DISPLAY "REQUEST REUSE: SEED= and optional"
                           " SELECT= must be unsigned numbers"
                   ELSE
                       MOVE "PROFILE" TO PARM-LOOKUP-KEY
                       PERFORM LOOKUP-PARM
                       MOVE PARM-LOOKUP-VAL(1:16) TO APPR-PROFILE
                   END-IF
               WHEN "ADD"
               WHEN "UPDATE"
               WHEN "DELETE"
                   MOVE SPACES TO REQ-NAME
                   MOVE SPACES TO REQ-PARMS
                   MOVE 1 TO REQ-PTR
                   UNSTRING CMD-PARMS DELIMITED BY ALL " "
                       INTO REQ-NAME
                       WITH POINTER REQ-PTR
                   END-UNSTRING
                   IF REQ-PTR <= 184
                       MOVE CMD-PARMS(REQ-PTR:) TO REQ-PARMS
                   END-IF
                   IF REQ-NAME = SPACES
                       DISPLAY "REQUEST " TRIM(CMD-NAME)
                           ": profile name required"
                       SET VAL-BAD TO TRUE
                   END-IF
                   IF CMD-NAME = "DELETE" AND REQ-PARMS NOT = SPACES
                       DISPLAY "REQUEST DELETE: no parameters"
                           " are taken"
                       SET VAL-BAD TO TRUE
                   END-IF
                   MOVE REQ-NAME TO APPR-PROFILE
                   MOVE REQ-PARMS TO APPR-PARMS
               WHEN OTHER
                   DISPLAY "REQUEST: REUSE, ADD, UPDATE or DELETE"
                       " expected"
                   SET VAL-BAD TO TRUE
           END-EVALUATE.
           IF VAL-BAD
               ADD 1 TO ERR-COUNT
           ELSE
               ADD 1 TO LAST-ID
               MOVE LAST-ID TO APPR-ID
               WRITE APPR-RECORD
                   INVALID KEY
                       DISPLAY "REQUEST: cannot file request, status "
                           APPR-FILE-STAT
                       ADD 1 TO ERR-COUNT
                   NOT INVALID KEY
                       MOVE APPR-ID TO CHR-ID
                       DISPLAY "Request " TRIM(CHR-ID) " filed: "
                           TRIM(APPR-ACTION) " "
                           TRIM(APPR-PROFILE) " by "
                           TRIM(OPERATOR-ID)
               END-WRITE
           END-IF.

       READ-REQUEST.
           SET APPR-NOT-FOUND TO TRUE.
           MOVE CMD-NAME TO VAL-FIELD.
           PERFORM CHECK-UNSIGNED-VALUE.
           IF VAL-OK AND VAL-LEN <= 8
               MOVE NUMVAL(CMD-NAME) TO APPR-ID
               READ APPR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET APPR-FOUND TO TRUE
               END-READ
           END-IF.

       APPROVE-REQUEST.
           PERFORM READ-REQUEST.
           MOVE 3 TO APPR-DAYS.
           MOVE "DAYS" TO PARM-LOOKUP-KEY.
           PERFORM LOOKUP-PARM.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL TO VAL-FIELD
               PERFORM CHECK-UNSIGNED-VALUE
               IF VAL-OK
                   MOVE NUMVAL(PARM-LOOKUP-VAL) TO APPR-DAYS
               ELSE
                   MOVE 0 TO APPR-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN APPR-NOT-FOUND
                   DISPLAY "APPROVE: no such request "
                       TRIM(CMD-NAME)
                   ADD 1 TO ERR-COUNT
               WHEN APPR-STATUS NOT = "PENDING"
                   DISPLAY "APPROVE: request " TRIM(CMD-NAME)
                       " is " TRIM(APPR-STATUS)
                   ADD 1 TO ERR-COUNT
               WHEN APPR-REQUESTER = OPERATOR-ID
                   DISPLAY "APPROVE: request " TRIM(CMD-NAME)
                       " was filed by " TRIM(OPERATOR-ID)
                       " - a different operator must approve"
                   ADD 1 TO ERR-COUNT
               WHEN APPR-DAYS = 0 OR APPR-DAYS > 90
                   DISPLAY "APPROVE: DAYS must be 1 to 90"
                   ADD 1 TO ERR-COUNT
               WHEN OTHER
                   MOVE "APPROVED" TO APPR-STATUS
                   MOVE OPERATOR-ID TO APPR-APPROVER
                   MOVE CUR-DATE TO APPR-APPR-DATE
                   MOVE CUR-TIME TO APPR-APPR-TIME
                   COMPUTE APPR-EXPIRES = DATE-OF-INTEGER(
                       CUR-DAY + APPR-DAYS - 1)
                   REWRITE APPR-RECORD
                       INVALID KEY
                           DISPLAY "APPROVE: rewrite failed for "
                               TRIM(CMD-NAME)
                           ADD 1 TO ERR-COUNT
                       NOT INVALID KEY
                           DISPLAY "Request " TRIM(CMD-NAME)
                               " approved by " TRIM(OPERATOR-ID)
                               " until " APPR-EXPIRES
                   END-REWRITE
           END-EVALUATE.

       REJECT-REQUEST.
           PERFORM READ-REQUEST.
           EVALUATE TRUE
               WHEN APPR-NOT-FOUND
                   DISPLAY "REJECT: no such request "
                       TRIM(CMD-NAME)
                   ADD 1 TO ERR-COUNT
               WHEN APPR-STATUS NOT = "PENDING"
                       AND APPR-STATUS NOT = "APPROVED"
                   DISPLAY "REJECT: request " TRIM(CMD-NAME)
                       " is " TRIM(APPR-STATUS)
                   ADD 1 TO ERR-COUNT
               WHEN OTHER
                   MOVE "REJECTED" TO APPR-STATUS
                   MOVE OPERATOR-ID TO APPR-APPROVER
                   MOVE CUR-DATE TO APPR-APPR-DATE
                   MOVE CUR-TIME TO APPR-APPR-TIME
                   REWRITE APPR-RECORD
                       INVALID KEY
                           DISPLAY "REJECT: rewrite failed for "
                               TRIM(CMD-NAME)
                           ADD 1 TO ERR-COUNT
                       NOT INVALID KEY
                           DISPLAY "Request " TRIM(CMD-NAME)
                               " rejected by " TRIM(OPERATOR-ID)
                   END-REWRITE
           END-EVALUATE.

       LIST-REQUESTS.
           SET LIST-OPEN-ONLY TO TRUE.
           IF CMD-NAME = "ALL"
               SET LIST-ALL TO TRUE
           END-IF.
           MOVE 0 TO LIST-COUNT.
           MOVE LOW-VALUES TO APPR-KEY.
           START APPR-FILE KEY >= APPR-KEY
               INVALID KEY CONTINUE
           END-START.
           IF APPR-FILE-STAT = "00"
               PERFORM UNTIL APPR-FILE-STAT NOT = "00"
                   READ APPR-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF APPR-FILE-STAT = "00"
                       PERFORM LIST-ONE-REQUEST
                   END-IF
               END-PERFORM
           END-IF.
           MOVE LIST-COUNT TO CHR-COUNT.
           DISPLAY "Requests listed: " TRIM(CHR-COUNT).

       LIST-ONE-REQUEST.
           MOVE APPR-STATUS TO APPR-STATE.
           IF APPR-STATUS = "APPROVED" AND APPR-EXPIRES < CUR-DATE
               MOVE "EXPIRED" TO APPR-STATE
           END-IF.
           IF LIST-ALL OR APPR-STATE = "PENDING"
                   OR APPR-STATE = "APPROVED"
               ADD 1 TO LIST-COUNT
               MOVE APPR-ID TO CHR-ID
               IF APPR-ACTION = "REUSE"
                   MOVE APPR-SEED TO CHR-SEED
                   MOVE APPR-SELECT TO CHR-SELECT
                   DISPLAY CHR-ID " " APPR-STATE " " APPR-ACTION
                       " seed " TRIM(CHR-SEED) " select "
                       TRIM(CHR-SELECT) " profile "
                       TRIM(APPR-PROFILE)
               ELSE
                   DISPLAY CHR-ID " " APPR-STATE " " APPR-ACTION
                       " " TRIM(APPR-PROFILE) " "
                       TRIM(APPR-PARMS)
               END-IF
               DISPLAY "         requested " APPR-REQ-DATE " by "
                   APPR-REQUESTER
               IF APPR-APPROVER NOT = SPACES
                   DISPLAY "         decided   " APPR-APPR-DATE
                       " by " APPR-APPROVER " expires "
                       APPR-EXPIRES
               END-IF
               IF APPR-STATUS = "CONSUMED"
                   DISPLAY "         used      " APPR-USED-DATE " "
                       APPR-USED-TIME(1:6)
               END-IF
           END-IF.

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
