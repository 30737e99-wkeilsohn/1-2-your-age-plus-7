      *> Online maintenance for the indexed couple master: add, change,
      *> delete and inquire over COUPLE-REC, with every applied change
      *> written to a printed maintenance journal.
      *> Each add, change and delete also closes the couple's current
      *> version on COUPLE-HISTORY.DAT and opens the new one, so the
      *> partner an employee had on any past date can be looked up.
      *> The operator signs on as the USER login and is held to the
      *> level OPERATOR-AUTH.DAT grants for COUPLE-MAINT; a delete is
      *> queued on PENDING-ACTION.DAT and only applied once a
      *> different operator with approver rights approves it.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-JOURNAL-FILE-STATUS.

           SELECT COUPLE-HISTORY-FILE ASSIGN TO "COUPLE-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS COUPLE-HISTORY-FILE-STATUS.

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
       FD  MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-REC PIC X(100).

       FD  COUPLE-HISTORY-FILE.
           COPY "COUPLE-HIST-REC.cpy".

       FD  OPERATOR-AUTH-FILE.
           COPY "OPERATOR-AUTH-REC.cpy".

       FD  PENDING-ACTION-FILE.
           COPY "PENDING-ACTION-REC.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).


       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 MAINT-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOR-AUTH-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-ACTION-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-HISTORY-FILE-STATUS PIC XX VALUE "00".

       01 MAINT-SELECT-NUM PIC 9 VALUE 0.
       01 MAINT-END PIC 9 VALUE 0.
           02 MAINT-WHEN-TIME PIC 9(8).
       01 MAINT-ACTION PIC X(6) VALUE SPACES.

      *> Relationship history: the version a change replaces and the
      *> version it puts on the master (spaces for none), and the
      *> date the change takes effect.
       01 MAINT-HIST-EFFECTIVE PIC 9(8) VALUE ZEROS.
       01 MAINT-HIST-START PIC 9(8) VALUE ZEROS.
       01 MAINT-HIST-PRIOR-IMAGE PIC X(64) VALUE SPACES.
       01 MAINT-HIST-NEW-IMAGE PIC X(64) VALUE SPACES.
       01 MAINT-HIST-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 MAINT-HIST-EOF PIC 9 VALUE 0.
       01 MAINT-HIST-LAST-VERSION PIC 9(4) VALUE ZEROS.
       01 MAINT-HIST-OPEN-VERSION PIC 9(4) VALUE ZEROS.

      *> Sign-on and authorization: the level and approver flag the
      *> operator's OPERATOR-AUTH.DAT grant carries for this program.
       01 MAINT-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 MAINT-AUTH-LEVEL PIC X(1) VALUE SPACE.
       01 MAINT-AUTH-APPROVER PIC X(1) VALUE "N".
       01 MAINT-REQUIRED-LEVEL PIC X(1) VALUE SPACE.
       01 MAINT-AUTHORIZED PIC 9 VALUE 0.
       01 MAINT-ATTEMPT PIC X(8) VALUE SPACES.
       01 MAINT-QUEUED-COUNT PIC 9(5) VALUE ZEROS.
       01 MAINT-PENDING-EOF PIC 9 VALUE 0.
       01 MAINT-PENDING-SEEN PIC 9(5) VALUE ZEROS.
       01 MAINT-DECISION PIC X VALUE SPACE.
       01 MAINT-DECISION-TEXT PIC X(24) VALUE SPACES.
       01 MAINT-CURRENT-IMAGE PIC X(200) VALUE SPACES.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           02 AUDIT-WHEN-DATE PIC 9(8).
           MOVE "COUPLE-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM SIGN-ON-PARA.
           PERFORM OPEN-MASTER-PARA.
           PERFORM OPEN-JOURNAL-PARA.
           PERFORM OPEN-PENDING-PARA.
           PERFORM OPEN-HISTORY-PARA.
           PERFORM MAINT-SELECTION-PARA UNTIL MAINT-END = 1.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE MAINT-JOURNAL-FILE.
           CLOSE PENDING-ACTION-FILE.
           CLOSE COUPLE-HISTORY-FILE.
           DISPLAY "CHANGES APPLIED THIS SESSION: "
               MAINT-CHANGES-APPLIED.
           DISPLAY "DELETES QUEUED FOR APPROVAL: " MAINT-QUEUED-COUNT.
           MOVE "COUPLE-MAINT" TO AUDIT-SOURCE.
           MOVE "COUPLE-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "CHANGES=" MAINT-CHANGES-APPLIED
               " QUEUED=" MAINT-QUEUED-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           STOP RUN.
               STOP RUN
           END-IF.

       SIGN-ON-PARA.
      *> The operator is the USER login, the same name the audit log
      *> records. No grant for COUPLE-MAINT, or no authorization file
      *> at all, ends the session before the master is opened.
           ACCEPT MAINT-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF MAINT-OPERATOR-ID = SPACES THEN
               MOVE "UNKNOWN" TO MAINT-OPERATOR-ID
           END-IF.
           MOVE SPACE TO MAINT-AUTH-LEVEL.
           MOVE "N" TO MAINT-AUTH-APPROVER.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF OPERATOR-AUTH-FILE-STATUS = "00"
               MOVE MAINT-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE "COUPLE-MAINT" TO OA-PROGRAM
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-LEVEL TO MAINT-AUTH-LEVEL
                       MOVE OA-APPROVER TO MAINT-AUTH-APPROVER
               END-READ
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               DISPLAY "OPERATOR-AUTH.DAT NOT FOUND."
           END-IF.
           IF MAINT-AUTH-LEVEL NOT = "I" AND MAINT-AUTH-LEVEL NOT = "C"
               AND MAINT-AUTH-LEVEL NOT = "D"
               DISPLAY "OPERATOR " MAINT-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR COUPLE-MAINT."
               MOVE "SIGN-ON" TO MAINT-ATTEMPT
               MOVE SPACES TO MAINT-ID-INPUT
               PERFORM LOG-DENIED-PARA
               STOP RUN
           END-IF.
           DISPLAY "SIGNED ON AS " MAINT-OPERATOR-ID
               " AUTHORITY LEVEL " MAINT-AUTH-LEVEL
               " APPROVER " MAINT-AUTH-APPROVER.

       CHECK-AUTHORITY-PARA.
      *> MAINT-REQUIRED-LEVEL: I = inquire, C = add/change,
      *> D = delete, A = approve a pending action. Each level
      *> includes the ones below it; approving is granted separately.
           MOVE 0 TO MAINT-AUTHORIZED.
           EVALUATE MAINT-REQUIRED-LEVEL
               WHEN "I"
                   MOVE 1 TO MAINT-AUTHORIZED
               WHEN "C"
                   IF MAINT-AUTH-LEVEL = "C" OR MAINT-AUTH-LEVEL = "D"
                       MOVE 1 TO MAINT-AUTHORIZED
                   END-IF
               WHEN "D"
                   IF MAINT-AUTH-LEVEL = "D"
                       MOVE 1 TO MAINT-AUTHORIZED
                   END-IF
               WHEN "A"
                   IF MAINT-AUTH-APPROVER = "Y"
                       MOVE 1 TO MAINT-AUTHORIZED
                   END-IF
           END-EVALUATE.
           IF MAINT-AUTHORIZED = 0
               DISPLAY "OPERATOR " MAINT-OPERATOR-ID
                   " IS NOT AUTHORIZED TO " MAINT-ATTEMPT
                   ". ATTEMPT RECORDED."
               MOVE SPACES TO MAINT-ID-INPUT
               PERFORM LOG-DENIED-PARA
           END-IF.

       LOG-DENIED-PARA.
           MOVE "COUPLE-MAINT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "LEVEL=" MAINT-AUTH-LEVEL
               " EMPLOYEE-ID=" MAINT-ID-INPUT
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "DENIED " MAINT-ATTEMPT
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
               CLOSE COUPLE-MASTER-FILE
               CLOSE MAINT-JOURNAL-FILE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-PARA.
           OPEN EXTEND MAINT-JOURNAL-FILE.
           IF MAINT-JOURNAL-FILE-STATUS = "35" THEN
               STOP RUN
           END-IF.

       OPEN-HISTORY-PARA.
           OPEN I-O COUPLE-HISTORY-FILE.
           IF COUPLE-HISTORY-FILE-STATUS = "35" THEN
               OPEN OUTPUT COUPLE-HISTORY-FILE
               CLOSE COUPLE-HISTORY-FILE
               OPEN I-O COUPLE-HISTORY-FILE
           END-IF.
           IF COUPLE-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-HISTORY.DAT. STATUS ",
                   COUPLE-HISTORY-FILE-STATUS, ". ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE MAINT-JOURNAL-FILE
               CLOSE PENDING-ACTION-FILE
               STOP RUN
           END-IF.

       MAINT-SELECTION-PARA.
           DISPLAY "COUPLE MASTER MAINTENANCE".
           DISPLAY "1: ADD A COUPLE".
           DISPLAY "2: CHANGE A COUPLE".
           DISPLAY "3: DELETE A COUPLE".
           DISPLAY "4: INQUIRE ON A COUPLE".
           DISPLAY "5: APPROVE PENDING DELETES".
           DISPLAY "0: END MAINTENANCE".
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT MAINT-SELECT-NUM.
           EVALUATE MAINT-SELECT-NUM
               WHEN 1
                   MOVE "C" TO MAINT-REQUIRED-LEVEL
                   MOVE "ADD" TO MAINT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF MAINT-AUTHORIZED = 1
                       PERFORM ADD-COUPLE-PARA
                   END-IF
               WHEN 2
                   MOVE "C" TO MAINT-REQUIRED-LEVEL
                   MOVE "CHANGE" TO MAINT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF MAINT-AUTHORIZED = 1
                       PERFORM CHANGE-COUPLE-PARA
                   END-IF
               WHEN 3
                   MOVE "D" TO MAINT-REQUIRED-LEVEL
                   MOVE "DELETE" TO MAINT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF MAINT-AUTHORIZED = 1
                       PERFORM DELETE-COUPLE-PARA
                   END-IF
               WHEN 4
                   PERFORM INQUIRE-COUPLE-PARA
               WHEN 5
                   MOVE "A" TO MAINT-REQUIRED-LEVEL
                   MOVE "APPROVE" TO MAINT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF MAINT-AUTHORIZED = 1
                       PERFORM APPROVE-PENDING-PARA
                   END-IF
               WHEN OTHER
                   MOVE 1 TO MAINT-END
           END-EVALUATE.
                   NOT INVALID KEY
                       MOVE "ADD" TO MAINT-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       MOVE SPACES TO MAINT-HIST-PRIOR-IMAGE
                       MOVE COUPLE-REC TO MAINT-HIST-NEW-IMAGE
                       PERFORM RECORD-HISTORY-PARA
                       DISPLAY "COUPLE ADDED."
               END-WRITE
           END-IF.
           PERFORM READ-COUPLE-PARA.
           IF MAINT-RECORD-FOUND = 1
               PERFORM DISPLAY-COUPLE-PARA
               MOVE COUPLE-REC TO MAINT-HIST-PRIOR-IMAGE
               DISPLAY "ENTER THE REPLACEMENT VALUES."
               PERFORM ACCEPT-COUPLE-FIELDS-PARA
               REWRITE COUPLE-REC
                   NOT INVALID KEY
                       MOVE "CHANGE" TO MAINT-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       MOVE COUPLE-REC TO MAINT-HIST-NEW-IMAGE
                       PERFORM RECORD-HISTORY-PARA
                       DISPLAY "COUPLE CHANGED."
               END-REWRITE
           END-IF.
               DISPLAY "DELETE THIS COUPLE (Y/N)? " WITH NO ADVANCING
               ACCEPT MAINT-CONFIRM
               IF MAINT-CONFIRM = "Y" OR MAINT-CONFIRM = "y"
                   PERFORM QUEUE-DELETE-PARA
               ELSE
                   DISPLAY "DELETE NOT CONFIRMED. NO CHANGE APPLIED."
               END-IF
           END-IF.

       QUEUE-DELETE-PARA.
      *> Deleting a couple is dual control: the request and the
      *> record as it stands now go on the pending queue, and the
      *> master is left alone until a second operator approves.
           MOVE "COUPLE-MAINT" TO PA-PROGRAM.
           MOVE CM-EMPLOYEE-ID TO PA-TARGET-ID.
           MOVE "DELETE" TO PA-ACTION.
           MOVE MAINT-OPERATOR-ID TO PA-REQUESTED-BY.
           ACCEPT PA-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT PA-REQUESTED-TIME FROM TIME.
           MOVE COUPLE-REC TO PA-RECORD-IMAGE.
           WRITE PENDING-ACTION-REC
               INVALID KEY
                   DISPLAY "AN ACTION IS ALREADY PENDING FOR ",
                       "EMPLOYEE-ID " CM-EMPLOYEE-ID ". NOT QUEUED."
               NOT INVALID KEY
                   ADD 1 TO MAINT-QUEUED-COUNT
                   DISPLAY "DELETE QUEUED. A SECOND OPERATOR MUST ",
                       "APPROVE IT BEFORE IT IS APPLIED."
                   MOVE "COUPLE-MAINT" TO AUDIT-SOURCE
                   MOVE SPACES TO AUDIT-INPUTS
                   STRING "EMPLOYEE-ID=" CM-EMPLOYEE-ID
                       DELIMITED BY SIZE INTO AUDIT-INPUTS
                   MOVE "QUEUED DELETE FOR APPROVAL" TO AUDIT-OUTCOME
                   PERFORM AUDIT-LOG-PARA
           END-WRITE.

       APPROVE-PENDING-PARA.
      *> Walks this program's entries on the pending queue. An
      *> operator may not approve their own request.
           MOVE 0 TO MAINT-PENDING-EOF.
           MOVE ZEROS TO MAINT-PENDING-SEEN.
           MOVE "COUPLE-MAINT" TO PA-PROGRAM.
           MOVE LOW-VALUES TO PA-TARGET-ID.
           START PENDING-ACTION-FILE KEY IS >= PA-PENDING-KEY
               INVALID KEY
                   MOVE 1 TO MAINT-PENDING-EOF
           END-START.
           PERFORM UNTIL MAINT-PENDING-EOF = 1
               READ PENDING-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MAINT-PENDING-EOF
                   NOT AT END
                       IF PA-PROGRAM NOT = "COUPLE-MAINT"
                           MOVE 1 TO MAINT-PENDING-EOF
                       ELSE
                           ADD 1 TO MAINT-PENDING-SEEN
                           PERFORM REVIEW-ONE-PENDING-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF MAINT-PENDING-SEEN = 0
               DISPLAY "NO COUPLE DELETES ARE PENDING."
           END-IF.

       REVIEW-ONE-PENDING-PARA.
           DISPLAY "PENDING " PA-ACTION " OF EMPLOYEE-ID " PA-TARGET-ID
               " REQUESTED BY " PA-REQUESTED-BY " ON "
               PA-REQUESTED-DATE.
           MOVE PA-RECORD-IMAGE TO COUPLE-REC.
           PERFORM DISPLAY-COUPLE-PARA.
           IF PA-REQUESTED-BY = MAINT-OPERATOR-ID
               DISPLAY "THIS IS YOUR OWN REQUEST. A DIFFERENT ",
                   "OPERATOR MUST APPROVE IT."
           ELSE
               DISPLAY "APPROVE, REJECT OR SKIP (A/R/S)? "
                   WITH NO ADVANCING
               ACCEPT MAINT-DECISION
               EVALUATE MAINT-DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPLY-PENDING-DELETE-PARA
                   WHEN "R"
                   WHEN "r"
                       MOVE "REJECTED DELETE REQ="
                           TO MAINT-DECISION-TEXT
                       PERFORM CLOSE-PENDING-PARA
                       DISPLAY "REQUEST REJECTED. NO CHANGE APPLIED."
                   WHEN OTHER
                       DISPLAY "REQUEST LEFT PENDING."
               END-EVALUATE
           END-IF.

       APPLY-PENDING-DELETE-PARA.
      *> The delete is only applied to the record the requester saw;
      *> if anyone has changed it since, the request is withdrawn.
           MOVE PA-TARGET-ID TO CM-EMPLOYEE-ID.
           READ COUPLE-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID " PA-TARGET-ID
                       " IS NO LONGER ON THE MASTER. REQUEST CLOSED."
                   MOVE "WITHDRAWN NOT FOUND REQ="
                       TO MAINT-DECISION-TEXT
                   PERFORM CLOSE-PENDING-PARA
               NOT INVALID KEY
                   MOVE COUPLE-REC TO MAINT-CURRENT-IMAGE
                   IF MAINT-CURRENT-IMAGE NOT = PA-RECORD-IMAGE
                       DISPLAY "COUPLE CHANGED SINCE THE DELETE WAS ",
                           "REQUESTED. REQUEST WITHDRAWN."
                       MOVE "WITHDRAWN CHANGED REQ="
                           TO MAINT-DECISION-TEXT
                       PERFORM CLOSE-PENDING-PARA
                   ELSE
                       MOVE COUPLE-REC TO MAINT-HIST-PRIOR-IMAGE
                       DELETE COUPLE-MASTER-FILE
                           INVALID KEY
                               DISPLAY "DELETE FAILED. STATUS ",
                                   COUPLE-MASTER-FILE-STATUS,
                                   ". REQUEST LEFT PENDING."
                           NOT INVALID KEY
                               MOVE "DELETE" TO MAINT-ACTION
                               PERFORM WRITE-JOURNAL-PARA
                               MOVE SPACES TO MAINT-HIST-NEW-IMAGE
                               PERFORM RECORD-HISTORY-PARA
                               DISPLAY "COUPLE DELETED."
                               MOVE "APPROVED DELETE REQ="
                                   TO MAINT-DECISION-TEXT
                               PERFORM CLOSE-PENDING-PARA
                       END-DELETE
                   END-IF
           END-READ.

       CLOSE-PENDING-PARA.
      *> Takes the decided request off the queue and records the
      *> decision, with the requester, under the approving operator.
           MOVE "COUPLE-MAINT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "EMPLOYEE-ID=" PA-TARGET-ID
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING MAINT-DECISION-TEXT DELIMITED BY "="
               "=" PA-REQUESTED-BY DELIMITED BY SIZE
               INTO AUDIT-OUTCOME.
           DELETE PENDING-ACTION-FILE
               INVALID KEY
                   DISPLAY "COULD NOT REMOVE THE REQUEST FROM ",
                       "PENDING-ACTION.DAT. STATUS ",
                       PENDING-ACTION-FILE-STATUS, "."
           END-DELETE.
           PERFORM AUDIT-LOG-PARA.

       INQUIRE-COUPLE-PARA.
           PERFORM READ-COUPLE-PARA.
           IF MAINT-RECORD-FOUND = 1
               MAINT-ACTION " " COUPLE-REC
               DELIMITED BY SIZE INTO MAINT-JOURNAL-REC.
           WRITE MAINT-JOURNAL-REC.

       RECORD-HISTORY-PARA.
      *> Closes the couple's open version on COUPLE-HISTORY.DAT as of
      *> today with the record as it stood before this change, then
      *> opens a new version for the record now on the master. The
      *> version being closed is stored as it was just replaced, so
      *> it always matches what the master really held.
           ACCEPT MAINT-HIST-EFFECTIVE FROM DATE YYYYMMDD.
           MOVE MAINT-HIST-EFFECTIVE TO MAINT-HIST-START.
           IF MAINT-HIST-NEW-IMAGE NOT = SPACES
               MOVE MAINT-HIST-NEW-IMAGE(1:6) TO MAINT-HIST-EMPLOYEE-ID
           ELSE
               MOVE MAINT-HIST-PRIOR-IMAGE(1:6)
                   TO MAINT-HIST-EMPLOYEE-ID
           END-IF.
           MOVE ZEROS TO MAINT-HIST-LAST-VERSION.
           MOVE ZEROS TO MAINT-HIST-OPEN-VERSION.
           MOVE 0 TO MAINT-HIST-EOF.
           MOVE MAINT-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE ZEROS TO CH-VERSION.
           START COUPLE-HISTORY-FILE KEY IS >= CH-HIST-KEY
               INVALID KEY
                   MOVE 1 TO MAINT-HIST-EOF
           END-START.
           PERFORM UNTIL MAINT-HIST-EOF = 1
               READ COUPLE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MAINT-HIST-EOF
                   NOT AT END
                       IF CH-EMPLOYEE-ID NOT = MAINT-HIST-EMPLOYEE-ID
                           MOVE 1 TO MAINT-HIST-EOF
                       ELSE
                           MOVE CH-VERSION TO MAINT-HIST-LAST-VERSION
                           IF CH-END-DATE = 99999999
                               MOVE CH-VERSION
                                   TO MAINT-HIST-OPEN-VERSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF MAINT-HIST-OPEN-VERSION > 0
               MOVE MAINT-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               MOVE MAINT-HIST-OPEN-VERSION TO CH-VERSION
               READ COUPLE-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "COUPLE-HISTORY.DAT VERSION NOT FOUND ",
                           "FOR " MAINT-HIST-EMPLOYEE-ID "."
                   NOT INVALID KEY
                       PERFORM CLOSE-HISTORY-VERSION-PARA
                       REWRITE COUPLE-HIST-REC
                           INVALID KEY
                               DISPLAY "COUPLE-HISTORY.DAT NOT ",
                                   "UPDATED. STATUS ",
                                   COUPLE-HISTORY-FILE-STATUS, "."
                       END-REWRITE
               END-READ
           ELSE
               IF MAINT-HIST-PRIOR-IMAGE NOT = SPACES
                   *> The couple predates its history: keep what it
                   *> was as a first version with no known start.
                   MOVE SPACES TO COUPLE-HIST-REC
                   MOVE MAINT-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
                   ADD 1 TO MAINT-HIST-LAST-VERSION
                   MOVE MAINT-HIST-LAST-VERSION TO CH-VERSION
                   MOVE ZEROS TO CH-START-DATE
                   PERFORM CLOSE-HISTORY-VERSION-PARA
                   PERFORM WRITE-HISTORY-VERSION-PARA
               END-IF
           END-IF.
           IF MAINT-HIST-NEW-IMAGE NOT = SPACES
               MOVE SPACES TO COUPLE-HIST-REC
               MOVE MAINT-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               ADD 1 TO MAINT-HIST-LAST-VERSION
               MOVE MAINT-HIST-LAST-VERSION TO CH-VERSION
               MOVE MAINT-HIST-START TO CH-START-DATE
               MOVE MAINT-ACTION TO CH-START-ACTION
               MOVE MAINT-OPERATOR-ID TO CH-STARTED-BY
               MOVE "COUPLE-MAINT" TO CH-START-SOURCE
               MOVE 99999999 TO CH-END-DATE
               MOVE MAINT-HIST-NEW-IMAGE TO CH-COUPLE-IMAGE
               PERFORM WRITE-HISTORY-VERSION-PARA
           END-IF.

       CLOSE-HISTORY-VERSION-PARA.
      *> A change dated before the version it ends began (a late
      *> correction) closes the version on its own start date. The
      *> next version opens on the date this one was closed, so no
      *> two versions are ever in force on one day.
           IF MAINT-HIST-EFFECTIVE < CH-START-DATE
               MOVE CH-START-DATE TO CH-END-DATE
           ELSE
               MOVE MAINT-HIST-EFFECTIVE TO CH-END-DATE
           END-IF.
           MOVE CH-END-DATE TO MAINT-HIST-START.
           MOVE MAINT-ACTION TO CH-END-ACTION.
           MOVE MAINT-OPERATOR-ID TO CH-ENDED-BY.
           MOVE "COUPLE-MAINT" TO CH-END-SOURCE.
           MOVE MAINT-HIST-PRIOR-IMAGE TO CH-COUPLE-IMAGE.

       WRITE-HISTORY-VERSION-PARA.
           WRITE COUPLE-HIST-REC
               INVALID KEY
                   DISPLAY "COUPLE-HISTORY.DAT NOT WRITTEN FOR ",
                       MAINT-HIST-EMPLOYEE-ID, ". STATUS ",
                       COUPLE-HISTORY-FILE-STATUS, "."
           END-WRITE.
