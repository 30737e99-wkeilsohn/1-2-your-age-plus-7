      *> applied change written to a printed maintenance journal.
      *> Replaces editing the old flat file in a text editor, which
      *> is how broken ID lookups used to get into the morning runs.
      *> The operator signs on as the USER login and is held to the
      *> level OPERATOR-AUTH.DAT grants for PERSON-MAINT; a delete is
      *> queued on PENDING-ACTION.DAT and only applied once a
      *> different operator with approver rights approves it.
      *> Mailing addresses for the notification letters are kept on
      *> the companion PERSON-ADDRESS.DAT, maintained from here and
      *> removed with the person. A person who leaves is given a
      *> separation date on the companion PERSON-SEPARATION.DAT; the
      *> PERSON-PURGE run anonymizes them once the retention period
      *> has passed, after which their record can no longer be
      *> changed here.

       ENVIRONMENT DIVISION.

               RECORD KEY IS PM-PERSON-ID
               FILE STATUS IS PERSON-MASTER-FILE-STATUS.

           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSON-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PERSON-ID
               FILE STATUS IS PERSON-ADDRESS-FILE-STATUS.

           SELECT PERSON-SEPARATION-FILE
               ASSIGN TO "PERSON-SEPARATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-PERSON-ID
               FILE STATUS IS PERSON-SEPARATION-FILE-STATUS.

           SELECT PERSON-JOURNAL-FILE
               ASSIGN TO "PERSON-MAINT-JOURNAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSON-JOURNAL-FILE-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERATOR-AUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-AUTH-KEY
               FILE STATUS IS OPERATOR-AUTH-FILE-STATUS.

           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDING-ACTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS PENDING-ACTION-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
       FD  PERSON-MASTER-FILE.
           COPY "PERSON-REC.cpy".

       FD  PERSON-ADDRESS-FILE.
           COPY "PERSON-ADDR-REC.cpy".

       FD  PERSON-SEPARATION-FILE.
           COPY "PERSON-SEP-REC.cpy".

       FD  PERSON-JOURNAL-FILE.
       01 PERSON-JOURNAL-REC PIC X(120).

       FD  OPERATOR-AUTH-FILE.
           COPY "OPERATOR-AUTH-REC.cpy".

       FD  PENDING-ACTION-FILE.
           COPY "PENDING-ACTION-REC.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       01 PERSON-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOR-AUTH-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-ACTION-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-ADDRESS-FILE-STATUS PIC XX VALUE "00".
       01 PMNT-ADDRESS-FOUND PIC 9 VALUE 0.
       01 PERSON-SEPARATION-FILE-STATUS PIC XX VALUE "00".
       01 PMNT-SEPARATION-FOUND PIC 9 VALUE 0.
       01 PMNT-SEP-DATE-INPUT PIC X(8) VALUE SPACES.
       01 PMNT-SEP-DATE PIC 9(8) VALUE ZEROS.
       01 PMNT-SEP-DATE-SPLIT REDEFINES PMNT-SEP-DATE.
           02 PMNT-SEP-YEAR PIC 9(4).
           02 PMNT-SEP-MONTH PIC 9(2).
           02 PMNT-SEP-DAY PIC 9(2).

       01 PMNT-SELECT-NUM PIC 9 VALUE 0.
       01 PMNT-END PIC 9 VALUE 0.
           02 PMNT-WHEN-TIME PIC 9(8).
       01 PMNT-ACTION PIC X(6) VALUE SPACES.

      *> Sign-on and authorization: the level and approver flag the
      *> operator's OPERATOR-AUTH.DAT grant carries for this program.
       01 PMNT-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 PMNT-AUTH-LEVEL PIC X(1) VALUE SPACE.
       01 PMNT-AUTH-APPROVER PIC X(1) VALUE "N".
       01 PMNT-REQUIRED-LEVEL PIC X(1) VALUE SPACE.
       01 PMNT-AUTHORIZED PIC 9 VALUE 0.
       01 PMNT-ATTEMPT PIC X(8) VALUE SPACES.
       01 PMNT-QUEUED-COUNT PIC 9(5) VALUE ZEROS.
       01 PMNT-PENDING-EOF PIC 9 VALUE 0.
       01 PMNT-PENDING-SEEN PIC 9(5) VALUE ZEROS.
       01 PMNT-DECISION PIC X VALUE SPACE.
       01 PMNT-DECISION-TEXT PIC X(24) VALUE SPACES.
       01 PMNT-CURRENT-IMAGE PIC X(200) VALUE SPACES.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           02 AUDIT-WHEN-DATE PIC 9(8).
           MOVE "PERSON-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM SIGN-ON-PARA.
           PERFORM OPEN-MASTER-PARA.
           PERFORM OPEN-JOURNAL-PARA.
           PERFORM OPEN-PENDING-PARA.
           PERFORM OPEN-ADDRESS-PARA.
           PERFORM OPEN-SEPARATION-PARA.
           PERFORM PMNT-SELECTION-PARA UNTIL PMNT-END = 1.
           CLOSE PERSON-MASTER-FILE.
           CLOSE PERSON-JOURNAL-FILE.
           CLOSE PENDING-ACTION-FILE.
           CLOSE PERSON-ADDRESS-FILE.
           CLOSE PERSON-SEPARATION-FILE.
           DISPLAY "CHANGES APPLIED THIS SESSION: "
               PMNT-CHANGES-APPLIED.
           DISPLAY "DELETES QUEUED FOR APPROVAL: " PMNT-QUEUED-COUNT.
           MOVE "PERSON-MAINT" TO AUDIT-SOURCE.
           MOVE "PERSON-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "CHANGES=" PMNT-CHANGES-APPLIED
               " QUEUED=" PMNT-QUEUED-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           STOP RUN.
               STOP RUN
           END-IF.

       SIGN-ON-PARA.
      *> The operator is the USER login, the same name the audit log
      *> records. No grant for PERSON-MAINT, or no authorization file
      *> at all, ends the session before the master is opened.
           ACCEPT PMNT-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF PMNT-OPERATOR-ID = SPACES THEN
               MOVE "UNKNOWN" TO PMNT-OPERATOR-ID
           END-IF.
           MOVE SPACE TO PMNT-AUTH-LEVEL.
           MOVE "N" TO PMNT-AUTH-APPROVER.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF OPERATOR-AUTH-FILE-STATUS = "00"
               MOVE PMNT-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE "PERSON-MAINT" TO OA-PROGRAM
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-LEVEL TO PMNT-AUTH-LEVEL
                       MOVE OA-APPROVER TO PMNT-AUTH-APPROVER
               END-READ
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               DISPLAY "OPERATOR-AUTH.DAT NOT FOUND."
           END-IF.
           IF PMNT-AUTH-LEVEL NOT = "I" AND PMNT-AUTH-LEVEL NOT = "C"
               AND PMNT-AUTH-LEVEL NOT = "D"
               DISPLAY "OPERATOR " PMNT-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR PERSON-MAINT."
               MOVE "SIGN-ON" TO PMNT-ATTEMPT
               MOVE SPACES TO PMNT-ID-INPUT
               PERFORM LOG-DENIED-PARA
               STOP RUN
           END-IF.
           DISPLAY "SIGNED ON AS " PMNT-OPERATOR-ID
               " AUTHORITY LEVEL " PMNT-AUTH-LEVEL
               " APPROVER " PMNT-AUTH-APPROVER.

       CHECK-AUTHORITY-PARA.
      *> PMNT-REQUIRED-LEVEL: I = inquire, C = add/change,
      *> D = delete, A = approve a pending action. Each level
      *> includes the ones below it; approving is granted separately.
           MOVE 0 TO PMNT-AUTHORIZED.
           EVALUATE PMNT-REQUIRED-LEVEL
               WHEN "I"
                   MOVE 1 TO PMNT-AUTHORIZED
               WHEN "C"
                   IF PMNT-AUTH-LEVEL = "C" OR PMNT-AUTH-LEVEL = "D"
                       MOVE 1 TO PMNT-AUTHORIZED
                   END-IF
               WHEN "D"
                   IF PMNT-AUTH-LEVEL = "D"
                       MOVE 1 TO PMNT-AUTHORIZED
                   END-IF
               WHEN "A"
                   IF PMNT-AUTH-APPROVER = "Y"
                       MOVE 1 TO PMNT-AUTHORIZED
                   END-IF
           END-EVALUATE.
           IF PMNT-AUTHORIZED = 0
               DISPLAY "OPERATOR " PMNT-OPERATOR-ID
                   " IS NOT AUTHORIZED TO " PMNT-ATTEMPT
                   ". ATTEMPT RECORDED."
               MOVE SPACES TO PMNT-ID-INPUT
               PERFORM LOG-DENIED-PARA
           END-IF.

       LOG-DENIED-PARA.
           MOVE "PERSON-MAINT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "LEVEL=" PMNT-AUTH-LEVEL " PERSON-ID=" PMNT-ID-INPUT
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "DENIED " PMNT-ATTEMPT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.

       OPEN-PENDING-PARA.
           OPEN I-O PENDING-ACTION-FILE.
           IF PENDING-ACTION-FILE-STATUS = "35" THEN
               OPEN OUTPUT PENDING-ACTION-FILE
               CLOSE PENDING-ACTION-FILE
               OPEN I-O PENDING-ACTION-FILE
           END-IF.
           IF PENDING-ACTION-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PENDING-ACTION.DAT. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE PERSON-JOURNAL-FILE
               STOP RUN
           END-IF.

       OPEN-ADDRESS-PARA.
           OPEN I-O PERSON-ADDRESS-FILE.
           IF PERSON-ADDRESS-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERSON-ADDRESS-FILE
               CLOSE PERSON-ADDRESS-FILE
               OPEN I-O PERSON-ADDRESS-FILE
           END-IF.
           IF PERSON-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-ADDRESS.DAT. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE PERSON-JOURNAL-FILE
               CLOSE PENDING-ACTION-FILE
               STOP RUN
           END-IF.

       OPEN-SEPARATION-PARA.
           OPEN I-O PERSON-SEPARATION-FILE.
           IF PERSON-SEPARATION-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERSON-SEPARATION-FILE
               CLOSE PERSON-SEPARATION-FILE
               OPEN I-O PERSON-SEPARATION-FILE
           END-IF.
           IF PERSON-SEPARATION-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-SEPARATION.DAT. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE PERSON-JOURNAL-FILE
               CLOSE PENDING-ACTION-FILE
               CLOSE PERSON-ADDRESS-FILE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-PARA.
           OPEN EXTEND PERSON-JOURNAL-FILE.
           IF PERSON-JOURNAL-FILE-STATUS = "35" THEN
           DISPLAY "2: CHANGE A PERSON".
           DISPLAY "3: DELETE A PERSON".
           DISPLAY "4: INQUIRE ON A PERSON".
           DISPLAY "5: APPROVE PENDING DELETES".
           DISPLAY "6: MAINTAIN A PERSON'S ADDRESS".
           DISPLAY "7: RECORD A PERSON'S SEPARATION".
           DISPLAY "0: END MAINTENANCE".
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT PMNT-SELECT-NUM.
           EVALUATE PMNT-SELECT-NUM
               WHEN 1
                   MOVE "C" TO PMNT-REQUIRED-LEVEL
                   MOVE "ADD" TO PMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF PMNT-AUTHORIZED = 1
                       PERFORM ADD-PERSON-PARA
                   END-IF
               WHEN 2
                   MOVE "C" TO PMNT-REQUIRED-LEVEL
                   MOVE "CHANGE" TO PMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF PMNT-AUTHORIZED = 1
                       PERFORM CHANGE-PERSON-PARA
                   END-IF
               WHEN 3
                   MOVE "D" TO PMNT-REQUIRED-LEVEL
                   MOVE "DELETE" TO PMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF PMNT-AUTHORIZED = 1
                       PERFORM DELETE-PERSON-PARA
                   END-IF
               WHEN 4
                   PERFORM INQUIRE-PERSON-PARA
               WHEN 5
                   MOVE "A" TO PMNT-REQUIRED-LEVEL
                   MOVE "APPROVE" TO PMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF PMNT-AUTHORIZED = 1
                       PERFORM APPROVE-PENDING-PARA
                   END-IF
               WHEN 6
                   MOVE "C" TO PMNT-REQUIRED-LEVEL
                   MOVE "ADDRESS" TO PMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF PMNT-AUTHORIZED = 1
                       PERFORM MAINTAIN-ADDRESS-PARA
                   END-IF
               WHEN 7
                   MOVE "C" TO PMNT-REQUIRED-LEVEL
                   MOVE "SEPARATE" TO PMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF PMNT-AUTHORIZED = 1
                       PERFORM MAINTAIN-SEPARATION-PARA
                   END-IF
               WHEN OTHER
                   MOVE 1 TO PMNT-END
           END-EVALUATE.

       CHANGE-PERSON-PARA.
           PERFORM READ-PERSON-PARA.
           IF PMNT-RECORD-FOUND = 1
               PERFORM READ-SEPARATION-PARA
           END-IF.
           IF PMNT-RECORD-FOUND = 1 AND PMNT-SEPARATION-FOUND = 1
               AND SP-ANONYMIZED-DATE NOT = ZEROS
               DISPLAY "PERSON-ID " PM-PERSON-ID " WAS ANONYMIZED ON "
                   SP-ANONYMIZED-DATE ". CHANGE REJECTED."
               MOVE 0 TO PMNT-RECORD-FOUND
           END-IF.
           IF PMNT-RECORD-FOUND = 1
               PERFORM DISPLAY-PERSON-PARA
               DISPLAY "ENTER THE REPLACEMENT VALUES."
               DISPLAY "DELETE THIS PERSON (Y/N)? " WITH NO ADVANCING
               ACCEPT PMNT-CONFIRM
               IF PMNT-CONFIRM = "Y" OR PMNT-CONFIRM = "y"
                   PERFORM QUEUE-DELETE-PARA
               ELSE
                   DISPLAY "DELETE NOT CONFIRMED. NO CHANGE APPLIED."
               END-IF
           END-IF.

       QUEUE-DELETE-PARA.
      *> Deleting a person is dual control: the request and the
      *> record as it stands now go on the pending queue, and the
      *> master is left alone until a second operator approves.
           MOVE "PERSON-MAINT" TO PA-PROGRAM.
           MOVE PM-PERSON-ID TO PA-TARGET-ID.
           MOVE "DELETE" TO PA-ACTION.
           MOVE PMNT-OPERATOR-ID TO PA-REQUESTED-BY.
           ACCEPT PA-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT PA-REQUESTED-TIME FROM TIME.
           MOVE PERSON-REC TO PA-RECORD-IMAGE.
           WRITE PENDING-ACTION-REC
               INVALID KEY
                   DISPLAY "AN ACTION IS ALREADY PENDING FOR ",
                       "PERSON-ID " PM-PERSON-ID ". NOT QUEUED."
               NOT INVALID KEY
                   ADD 1 TO PMNT-QUEUED-COUNT
                   DISPLAY "DELETE QUEUED. A SECOND OPERATOR MUST ",
                       "APPROVE IT BEFORE IT IS APPLIED."
                   MOVE "PERSON-MAINT" TO AUDIT-SOURCE
                   MOVE SPACES TO AUDIT-INPUTS
                   STRING "PERSON-ID=" PM-PERSON-ID
                       DELIMITED BY SIZE INTO AUDIT-INPUTS
                   MOVE "QUEUED DELETE FOR APPROVAL" TO AUDIT-OUTCOME
                   PERFORM AUDIT-LOG-PARA
           END-WRITE.

       APPROVE-PENDING-PARA.
      *> Walks this program's entries on the pending queue. An
      *> operator may not approve their own request.
           MOVE 0 TO PMNT-PENDING-EOF.
           MOVE ZEROS TO PMNT-PENDING-SEEN.
           MOVE "PERSON-MAINT" TO PA-PROGRAM.
           MOVE LOW-VALUES TO PA-TARGET-ID.
           START PENDING-ACTION-FILE KEY IS >= PA-PENDING-KEY
               INVALID KEY
                   MOVE 1 TO PMNT-PENDING-EOF
           END-START.
           PERFORM UNTIL PMNT-PENDING-EOF = 1
               READ PENDING-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO PMNT-PENDING-EOF
                   NOT AT END
                       IF PA-PROGRAM NOT = "PERSON-MAINT"
                           MOVE 1 TO PMNT-PENDING-EOF
                       ELSE
                           ADD 1 TO PMNT-PENDING-SEEN
                           PERFORM REVIEW-ONE-PENDING-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF PMNT-PENDING-SEEN = 0
               DISPLAY "NO PERSON DELETES ARE PENDING."
           END-IF.

       REVIEW-ONE-PENDING-PARA.
           DISPLAY "PENDING " PA-ACTION " OF PERSON-ID " PA-TARGET-ID
               " REQUESTED BY " PA-REQUESTED-BY " ON "
               PA-REQUESTED-DATE.
           MOVE PA-RECORD-IMAGE TO PERSON-REC.
           PERFORM DISPLAY-PERSON-PARA.
           IF PA-REQUESTED-BY = PMNT-OPERATOR-ID
               DISPLAY "THIS IS YOUR OWN REQUEST. A DIFFERENT ",
                   "OPERATOR MUST APPROVE IT."
           ELSE
               DISPLAY "APPROVE, REJECT OR SKIP (A/R/S)? "
                   WITH NO ADVANCING
               ACCEPT PMNT-DECISION
               EVALUATE PMNT-DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPLY-PENDING-DELETE-PARA
                   WHEN "R"
                   WHEN "r"
                       MOVE "REJECTED DELETE REQ=" TO PMNT-DECISION-TEXT
                       PERFORM CLOSE-PENDING-PARA
                       DISPLAY "REQUEST REJECTED. NO CHANGE APPLIED."
                   WHEN OTHER
                       DISPLAY "REQUEST LEFT PENDING."
               END-EVALUATE
           END-IF.

       APPLY-PENDING-DELETE-PARA.
      *> The delete is only applied to the record the requester saw;
      *> if anyone has changed it since, the request is withdrawn.
           MOVE PA-TARGET-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   DISPLAY "PERSON-ID " PA-TARGET-ID
                       " IS NO LONGER ON THE MASTER. REQUEST CLOSED."
                   MOVE "WITHDRAWN NOT FOUND REQ="
                       TO PMNT-DECISION-TEXT
                   PERFORM CLOSE-PENDING-PARA
               NOT INVALID KEY
                   MOVE PERSON-REC TO PMNT-CURRENT-IMAGE
                   IF PMNT-CURRENT-IMAGE NOT = PA-RECORD-IMAGE
                       DISPLAY "PERSON CHANGED SINCE THE DELETE WAS ",
                           "REQUESTED. REQUEST WITHDRAWN."
                       MOVE "WITHDRAWN CHANGED REQ="
                           TO PMNT-DECISION-TEXT
                       PERFORM CLOSE-PENDING-PARA
                   ELSE
                       DELETE PERSON-MASTER-FILE
                           INVALID KEY
                               DISPLAY "DELETE FAILED. STATUS ",
                                   PERSON-MASTER-FILE-STATUS,
                                   ". REQUEST LEFT PENDING."
                           NOT INVALID KEY
                               MOVE "DELETE" TO PMNT-ACTION
                               PERFORM WRITE-JOURNAL-PARA
                               PERFORM REMOVE-ADDRESS-PARA
                               DISPLAY "PERSON DELETED."
                               MOVE "APPROVED DELETE REQ="
                                   TO PMNT-DECISION-TEXT
                               PERFORM CLOSE-PENDING-PARA
                       END-DELETE
                   END-IF
           END-READ.

       CLOSE-PENDING-PARA.
      *> Takes the decided request off the queue and records the
      *> decision, with the requester, under the approving operator.
           MOVE "PERSON-MAINT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "PERSON-ID=" PA-TARGET-ID
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING PMNT-DECISION-TEXT DELIMITED BY "="
               "=" PA-REQUESTED-BY DELIMITED BY SIZE
               INTO AUDIT-OUTCOME.
           DELETE PENDING-ACTION-FILE
               INVALID KEY
                   DISPLAY "COULD NOT REMOVE THE REQUEST FROM ",
                       "PENDING-ACTION.DAT. STATUS ",
                       PENDING-ACTION-FILE-STATUS, "."
           END-DELETE.
           PERFORM AUDIT-LOG-PARA.

       MAINTAIN-ADDRESS-PARA.
      *> Adds, replaces or removes the mailing address of a person
      *> already on the master. A blank first line removes it. A
      *> person who has been anonymized takes no new address.
           PERFORM READ-PERSON-PARA.
           IF PMNT-RECORD-FOUND = 1
               PERFORM READ-SEPARATION-PARA
           END-IF.
           IF PMNT-RECORD-FOUND = 1 AND PMNT-SEPARATION-FOUND = 1
               AND SP-ANONYMIZED-DATE NOT = ZEROS
               DISPLAY "PERSON-ID " PM-PERSON-ID " WAS ANONYMIZED ON "
                   SP-ANONYMIZED-DATE ". ADDRESS CHANGE REJECTED."
               MOVE 0 TO PMNT-RECORD-FOUND
           END-IF.
           IF PMNT-RECORD-FOUND = 1
               PERFORM DISPLAY-PERSON-PARA
               MOVE PM-PERSON-ID TO AD-PERSON-ID
               MOVE 0 TO PMNT-ADDRESS-FOUND
               READ PERSON-ADDRESS-FILE
                   INVALID KEY
                       DISPLAY "NO ADDRESS ON FILE."
                   NOT INVALID KEY
                       MOVE 1 TO PMNT-ADDRESS-FOUND
                       PERFORM DISPLAY-ADDRESS-PARA
               END-READ
               MOVE PM-PERSON-ID TO AD-PERSON-ID
               DISPLAY "ENTER ADDRESS LINE 1 (BLANK TO REMOVE): "
                   WITH NO ADVANCING
               ACCEPT AD-LINE-1
               IF AD-LINE-1 = SPACES
                   IF PMNT-ADDRESS-FOUND = 1
                       DISPLAY "REMOVE THIS ADDRESS (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT PMNT-CONFIRM
                       IF PMNT-CONFIRM = "Y" OR PMNT-CONFIRM = "y"
                           PERFORM REMOVE-ADDRESS-PARA
                       ELSE
                           DISPLAY "ADDRESS NOT REMOVED."
                       END-IF
                   ELSE
                       DISPLAY "NO ADDRESS ENTERED. NO CHANGE APPLIED."
                   END-IF
               ELSE
                   DISPLAY "ENTER ADDRESS LINE 2: " WITH NO ADVANCING
                   ACCEPT AD-LINE-2
                   DISPLAY "ENTER POSTCODE: " WITH NO ADVANCING
                   ACCEPT AD-POSTCODE
                   IF PMNT-ADDRESS-FOUND = 1
                       REWRITE PERSON-ADDR-REC
                           INVALID KEY
                               DISPLAY "ADDRESS NOT CHANGED. STATUS ",
                                   PERSON-ADDRESS-FILE-STATUS, "."
                           NOT INVALID KEY
                               MOVE "ADDR" TO PMNT-ACTION
                               PERFORM WRITE-ADDR-JOURNAL-PARA
                               DISPLAY "ADDRESS CHANGED."
                       END-REWRITE
                   ELSE
                       WRITE PERSON-ADDR-REC
                           INVALID KEY
                               DISPLAY "ADDRESS NOT ADDED. STATUS ",
                                   PERSON-ADDRESS-FILE-STATUS, "."
                           NOT INVALID KEY
                               MOVE "ADDR" TO PMNT-ACTION
                               PERFORM WRITE-ADDR-JOURNAL-PARA
                               DISPLAY "ADDRESS ADDED."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       REMOVE-ADDRESS-PARA.
      *> Drops the address of PM-PERSON-ID, if one is on file.
           MOVE PM-PERSON-ID TO AD-PERSON-ID.
           READ PERSON-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE PERSON-ADDRESS-FILE
                       INVALID KEY
                           DISPLAY "ADDRESS NOT REMOVED. STATUS ",
                               PERSON-ADDRESS-FILE-STATUS, "."
                       NOT INVALID KEY
                           MOVE "ADRDEL" TO PMNT-ACTION
                           PERFORM WRITE-ADDR-JOURNAL-PARA
                           DISPLAY "ADDRESS REMOVED."
                   END-DELETE
           END-READ.

       DISPLAY-ADDRESS-PARA.
           DISPLAY "ADDRESS: " AD-LINE-1.
           DISPLAY "         " AD-LINE-2.
           DISPLAY "POSTCODE: " AD-POSTCODE.

       INQUIRE-PERSON-PARA.
           PERFORM READ-PERSON-PARA.
           IF PMNT-RECORD-FOUND = 1
               PERFORM DISPLAY-PERSON-PARA
               MOVE PM-PERSON-ID TO AD-PERSON-ID
               READ PERSON-ADDRESS-FILE
                   INVALID KEY
                       DISPLAY "NO ADDRESS ON FILE."
                   NOT INVALID KEY
                       PERFORM DISPLAY-ADDRESS-PARA
               END-READ
               PERFORM READ-SEPARATION-PARA
               IF PMNT-SEPARATION-FOUND = 1
                   PERFORM DISPLAY-SEPARATION-PARA
               END-IF
           END-IF.

       MAINTAIN-SEPARATION-PARA.
      *> Records, corrects or removes the date a person on the
      *> master left. A blank date removes it. Once PERSON-PURGE has
      *> anonymized the person the separation stands as it is.
           PERFORM READ-PERSON-PARA.
           IF PMNT-RECORD-FOUND = 1
               PERFORM DISPLAY-PERSON-PARA
               PERFORM READ-SEPARATION-PARA
               IF PMNT-SEPARATION-FOUND = 1
                   PERFORM DISPLAY-SEPARATION-PARA
               ELSE
                   DISPLAY "NO SEPARATION ON FILE."
               END-IF
               IF PMNT-SEPARATION-FOUND = 1
                   AND SP-ANONYMIZED-DATE NOT = ZEROS
                   DISPLAY "PERSON ALREADY ANONYMIZED. ",
                       "NO CHANGE APPLIED."
               ELSE
                   PERFORM ACCEPT-SEPARATION-PARA
               END-IF
           END-IF.

       ACCEPT-SEPARATION-PARA.
           DISPLAY "ENTER SEPARATION DATE (YYYYMMDD, BLANK TO ",
               "REMOVE): " WITH NO ADVANCING.
           ACCEPT PMNT-SEP-DATE-INPUT.
           IF PMNT-SEP-DATE-INPUT = SPACES
               IF PMNT-SEPARATION-FOUND = 1
                   DISPLAY "REMOVE THIS SEPARATION (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT PMNT-CONFIRM
                   IF PMNT-CONFIRM = "Y" OR PMNT-CONFIRM = "y"
                       DELETE PERSON-SEPARATION-FILE
                           INVALID KEY
                               DISPLAY "SEPARATION NOT REMOVED. ",
                                   "STATUS ",
                                   PERSON-SEPARATION-FILE-STATUS, "."
                           NOT INVALID KEY
                               MOVE "SEPDEL" TO PMNT-ACTION
                               PERFORM WRITE-SEP-JOURNAL-PARA
                               DISPLAY "SEPARATION REMOVED."
                       END-DELETE
                   ELSE
                       DISPLAY "SEPARATION NOT REMOVED."
                   END-IF
               ELSE
                   DISPLAY "NO DATE ENTERED. NO CHANGE APPLIED."
               END-IF
           ELSE
               IF PMNT-SEP-DATE-INPUT IS NOT NUMERIC
                   DISPLAY "PLEASE ENTER A FULL YYYYMMDD DATE. ",
                       "NO CHANGE APPLIED."
               ELSE
                   MOVE PMNT-SEP-DATE-INPUT TO PMNT-SEP-DATE
                   IF PMNT-SEP-MONTH < 01 OR PMNT-SEP-MONTH > 12
                       OR PMNT-SEP-DAY < 01 OR PMNT-SEP-DAY > 31
                       OR PMNT-SEP-DATE NOT > PM-PERSON-DOB
                       DISPLAY "DATE MUST HAVE MONTH 01-12 AND DAY ",
                           "01-31 AND FALL AFTER THE BIRTH DATE. ",
                           "NO CHANGE APPLIED."
                   ELSE
                       PERFORM STORE-SEPARATION-PARA
                   END-IF
               END-IF
           END-IF.

       STORE-SEPARATION-PARA.
           MOVE PM-PERSON-ID TO SP-PERSON-ID.
           MOVE PMNT-SEP-DATE TO SP-SEPARATION-DATE.
           MOVE PMNT-OPERATOR-ID TO SP-RECORDED-BY.
           MOVE PMNT-TODAY TO SP-RECORDED-DATE.
           MOVE ZEROS TO SP-ANONYMIZED-DATE.
           IF PMNT-SEPARATION-FOUND = 1
               REWRITE PERSON-SEP-REC
                   INVALID KEY
                       DISPLAY "SEPARATION NOT CHANGED. STATUS ",
                           PERSON-SEPARATION-FILE-STATUS, "."
                   NOT INVALID KEY
                       MOVE "SEPAR" TO PMNT-ACTION
                       PERFORM WRITE-SEP-JOURNAL-PARA
                       DISPLAY "SEPARATION CHANGED."
               END-REWRITE
           ELSE
               WRITE PERSON-SEP-REC
                   INVALID KEY
                       DISPLAY "SEPARATION NOT RECORDED. STATUS ",
                           PERSON-SEPARATION-FILE-STATUS, "."
                   NOT INVALID KEY
                       MOVE "SEPAR" TO PMNT-ACTION
                       PERFORM WRITE-SEP-JOURNAL-PARA
                       DISPLAY "SEPARATION RECORDED."
               END-WRITE
           END-IF.

       READ-SEPARATION-PARA.
      *> Looks up the separation of PM-PERSON-ID, if one is on file.
           MOVE 0 TO PMNT-SEPARATION-FOUND.
           MOVE PM-PERSON-ID TO SP-PERSON-ID.
           READ PERSON-SEPARATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO PMNT-SEPARATION-FOUND
           END-READ.

       DISPLAY-SEPARATION-PARA.
           DISPLAY "SEPARATED: " SP-SEPARATION-DATE
               " RECORDED BY " SP-RECORDED-BY " ON " SP-RECORDED-DATE.
           IF SP-ANONYMIZED-DATE NOT = ZEROS
               DISPLAY "ANONYMIZED: " SP-ANONYMIZED-DATE
           END-IF.

       READ-PERSON-PARA.
               PMNT-ACTION " " PERSON-REC
               DELIMITED BY SIZE INTO PERSON-JOURNAL-REC.
           WRITE PERSON-JOURNAL-REC.

       WRITE-SEP-JOURNAL-PARA.
           ADD 1 TO PMNT-CHANGES-APPLIED.
           ACCEPT PMNT-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT PMNT-WHEN-TIME FROM TIME.
           MOVE SPACES TO PERSON-JOURNAL-REC.
           STRING PMNT-WHEN-DATE "-" PMNT-WHEN-TIME " "
               PMNT-ACTION " " PERSON-SEP-REC
               DELIMITED BY SIZE INTO PERSON-JOURNAL-REC.
           WRITE PERSON-JOURNAL-REC.

       WRITE-ADDR-JOURNAL-PARA.
           ADD 1 TO PMNT-CHANGES-APPLIED.
           ACCEPT PMNT-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT PMNT-WHEN-TIME FROM TIME.
           MOVE SPACES TO PERSON-JOURNAL-REC.
           STRING PMNT-WHEN-DATE "-" PMNT-WHEN-TIME " "
               PMNT-ACTION " " PERSON-ADDR-REC
               DELIMITED BY SIZE INTO PERSON-JOURNAL-REC.
           WRITE PERSON-JOURNAL-REC.
