      *> Compliance opens a case here when HR signs off a failing
      *> couple; COUPLE-RECON reports waived cases in their own
      *> section and reopens them when the waiver expires.
      *> The operator signs on as the USER login and is held to the
      *> level OPERATOR-AUTH.DAT grants for WAIVER-MAINT. Granting a
      *> waiver (any add or change that leaves the case at status W)
      *> is queued on PENDING-ACTION.DAT and only applied once a
      *> different operator with approver rights approves it.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-JOURNAL-FILE-STATUS.

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
       FD  WAIVER-JOURNAL-FILE.
       01 WAIVER-JOURNAL-REC PIC X(100).

       FD  OPERATOR-AUTH-FILE.
           COPY "OPERATOR-AUTH-REC.cpy".

       FD  PENDING-ACTION-FILE.
           COPY "PENDING-ACTION-REC.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).


       01 WAIVER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WAIVER-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOR-AUTH-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-ACTION-FILE-STATUS PIC XX VALUE "00".

       01 WMNT-SELECT-NUM PIC 9 VALUE 0.
       01 WMNT-END PIC 9 VALUE 0.
           02 WMNT-WHEN-TIME PIC 9(8).
       01 WMNT-ACTION PIC X(6) VALUE SPACES.

      *> Sign-on and authorization: the level and approver flag the
      *> operator's OPERATOR-AUTH.DAT grant carries for this program.
       01 WMNT-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WMNT-AUTH-LEVEL PIC X(1) VALUE SPACE.
       01 WMNT-AUTH-APPROVER PIC X(1) VALUE "N".
       01 WMNT-REQUIRED-LEVEL PIC X(1) VALUE SPACE.
       01 WMNT-AUTHORIZED PIC 9 VALUE 0.
       01 WMNT-ATTEMPT PIC X(8) VALUE SPACES.
       01 WMNT-QUEUED-COUNT PIC 9(5) VALUE ZEROS.
       01 WMNT-PENDING-EOF PIC 9 VALUE 0.
       01 WMNT-PENDING-SEEN PIC 9(5) VALUE ZEROS.
       01 WMNT-DECISION PIC X VALUE SPACE.
       01 WMNT-DECISION-TEXT PIC X(24) VALUE SPACES.
       01 WMNT-PROPOSED-IMAGE PIC X(200) VALUE SPACES.
      *> The case as it stood when a waiver was asked for, and as it
      *> stands when the request is approved.
       01 WMNT-PRIOR-FOUND PIC X(1) VALUE "N".
       01 WMNT-PRIOR-IMAGE PIC X(99) VALUE SPACES.
       01 WMNT-CURRENT-FOUND PIC X(1) VALUE "N".
       01 WMNT-CURRENT-IMAGE PIC X(99) VALUE SPACES.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           02 AUDIT-WHEN-DATE PIC 9(8).
           MOVE "WAIVER-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM SIGN-ON-PARA.
           PERFORM OPEN-MASTER-PARA.
           PERFORM OPEN-JOURNAL-PARA.
           PERFORM OPEN-PENDING-PARA.
           PERFORM WMNT-SELECTION-PARA UNTIL WMNT-END = 1.
           CLOSE WAIVER-MASTER-FILE.
           CLOSE WAIVER-JOURNAL-FILE.
           CLOSE PENDING-ACTION-FILE.
           DISPLAY "CHANGES APPLIED THIS SESSION: "
               WMNT-CHANGES-APPLIED.
           DISPLAY "WAIVERS QUEUED FOR APPROVAL: " WMNT-QUEUED-COUNT.
           MOVE "WAIVER-MAINT" TO AUDIT-SOURCE.
           MOVE "WAIVER-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "CHANGES=" WMNT-CHANGES-APPLIED
               " QUEUED=" WMNT-QUEUED-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           STOP RUN.
               STOP RUN
           END-IF.

       SIGN-ON-PARA.
      *> The operator is the USER login, the same name the audit log
      *> records. No grant for WAIVER-MAINT, or no authorization file
      *> at all, ends the session before the master is opened.
           ACCEPT WMNT-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF WMNT-OPERATOR-ID = SPACES THEN
               MOVE "UNKNOWN" TO WMNT-OPERATOR-ID
           END-IF.
           MOVE SPACE TO WMNT-AUTH-LEVEL.
           MOVE "N" TO WMNT-AUTH-APPROVER.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF OPERATOR-AUTH-FILE-STATUS = "00"
               MOVE WMNT-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE "WAIVER-MAINT" TO OA-PROGRAM
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-LEVEL TO WMNT-AUTH-LEVEL
                       MOVE OA-APPROVER TO WMNT-AUTH-APPROVER
               END-READ
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               DISPLAY "OPERATOR-AUTH.DAT NOT FOUND."
           END-IF.
           IF WMNT-AUTH-LEVEL NOT = "I" AND WMNT-AUTH-LEVEL NOT = "C"
               AND WMNT-AUTH-LEVEL NOT = "D"
               DISPLAY "OPERATOR " WMNT-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR WAIVER-MAINT."
               MOVE "SIGN-ON" TO WMNT-ATTEMPT
               MOVE SPACES TO WMNT-ID-INPUT
               PERFORM LOG-DENIED-PARA
               STOP RUN
           END-IF.
           DISPLAY "SIGNED ON AS " WMNT-OPERATOR-ID
               " AUTHORITY LEVEL " WMNT-AUTH-LEVEL
               " APPROVER " WMNT-AUTH-APPROVER.

       CHECK-AUTHORITY-PARA.
      *> WMNT-REQUIRED-LEVEL: I = inquire, C = add/change,
      *> D = delete, A = approve a pending action. Each level
      *> includes the ones below it; approving is granted separately.
           MOVE 0 TO WMNT-AUTHORIZED.
           EVALUATE WMNT-REQUIRED-LEVEL
               WHEN "I"
                   MOVE 1 TO WMNT-AUTHORIZED
               WHEN "C"
                   IF WMNT-AUTH-LEVEL = "C" OR WMNT-AUTH-LEVEL = "D"
                       MOVE 1 TO WMNT-AUTHORIZED
                   END-IF
               WHEN "D"
                   IF WMNT-AUTH-LEVEL = "D"
                       MOVE 1 TO WMNT-AUTHORIZED
                   END-IF
               WHEN "A"
                   IF WMNT-AUTH-APPROVER = "Y"
                       MOVE 1 TO WMNT-AUTHORIZED
                   END-IF
           END-EVALUATE.
           IF WMNT-AUTHORIZED = 0
               DISPLAY "OPERATOR " WMNT-OPERATOR-ID
                   " IS NOT AUTHORIZED TO " WMNT-ATTEMPT
                   ". ATTEMPT RECORDED."
               MOVE SPACES TO WMNT-ID-INPUT
               PERFORM LOG-DENIED-PARA
           END-IF.

       LOG-DENIED-PARA.
           MOVE "WAIVER-MAINT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "LEVEL=" WMNT-AUTH-LEVEL
               " EMPLOYEE-ID=" WMNT-ID-INPUT
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "DENIED " WMNT-ATTEMPT
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
               CLOSE WAIVER-MASTER-FILE
               CLOSE WAIVER-JOURNAL-FILE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-PARA.
           OPEN EXTEND WAIVER-JOURNAL-FILE.
           IF WAIVER-JOURNAL-FILE-STATUS = "35" THEN
           DISPLAY "2: CHANGE A WAIVER CASE".
           DISPLAY "3: DELETE A WAIVER CASE".
           DISPLAY "4: INQUIRE ON A WAIVER CASE".
           DISPLAY "5: APPROVE PENDING WAIVERS".
           DISPLAY "0: END MAINTENANCE".
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT WMNT-SELECT-NUM.
           EVALUATE WMNT-SELECT-NUM
               WHEN 1
                   MOVE "C" TO WMNT-REQUIRED-LEVEL
                   MOVE "ADD" TO WMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF WMNT-AUTHORIZED = 1
                       PERFORM ADD-WAIVER-PARA
                   END-IF
               WHEN 2
                   MOVE "C" TO WMNT-REQUIRED-LEVEL
                   MOVE "CHANGE" TO WMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF WMNT-AUTHORIZED = 1
                       PERFORM CHANGE-WAIVER-PARA
                   END-IF
               WHEN 3
                   MOVE "D" TO WMNT-REQUIRED-LEVEL
                   MOVE "DELETE" TO WMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF WMNT-AUTHORIZED = 1
                       PERFORM DELETE-WAIVER-PARA
                   END-IF
               WHEN 4
                   PERFORM INQUIRE-WAIVER-PARA
               WHEN 5
                   MOVE "A" TO WMNT-REQUIRED-LEVEL
                   MOVE "APPROVE" TO WMNT-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF WMNT-AUTHORIZED = 1
                       PERFORM APPROVE-PENDING-PARA
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WMNT-END
           END-EVALUATE.
           ELSE
               MOVE WMNT-ID-INPUT TO WV-EMPLOYEE-ID
               PERFORM ACCEPT-WAIVER-FIELDS-PARA
               IF WV-STATUS = "W"
                   PERFORM QUEUE-WAIVE-ADD-PARA
               ELSE
                   WRITE WAIVER-REC
                       INVALID KEY
                           DISPLAY "EMPLOYEE-ID " WMNT-ID-INPUT
                               " ALREADY HAS A WAIVER CASE. ",
                               "ADD REJECTED."
                       NOT INVALID KEY
                           MOVE "ADD" TO WMNT-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                           DISPLAY "WAIVER CASE ADDED."
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-WAIVER-PARA.
           PERFORM READ-WAIVER-PARA.
           IF WMNT-RECORD-FOUND = 1
               PERFORM DISPLAY-WAIVER-PARA
               MOVE "Y" TO WMNT-PRIOR-FOUND
               MOVE WAIVER-REC TO WMNT-PRIOR-IMAGE
               DISPLAY "ENTER THE REPLACEMENT VALUES."
               PERFORM ACCEPT-WAIVER-FIELDS-PARA
               IF WV-STATUS = "W"
                   PERFORM QUEUE-WAIVE-PARA
               ELSE
                   REWRITE WAIVER-REC
                       INVALID KEY
                           DISPLAY "CHANGE FAILED. STATUS ",
                               WAIVER-MASTER-FILE-STATUS, "."
                       NOT INVALID KEY
                           MOVE "CHANGE" TO WMNT-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                           DISPLAY "WAIVER CASE CHANGED."
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-WAIVER-PARA.
               END-IF
           END-IF.

       QUEUE-WAIVE-ADD-PARA.
      *> A new case that opens already waived is still an add; it is
      *> rejected now, not at approval, if the employee has a case.
           MOVE WAIVER-REC TO WMNT-PROPOSED-IMAGE.
           READ WAIVER-MASTER-FILE
               INVALID KEY
                   MOVE WMNT-PROPOSED-IMAGE TO WAIVER-REC
                   MOVE "N" TO WMNT-PRIOR-FOUND
                   MOVE SPACES TO WMNT-PRIOR-IMAGE
                   PERFORM QUEUE-WAIVE-PARA
               NOT INVALID KEY
                   DISPLAY "EMPLOYEE-ID " WMNT-ID-INPUT
                       " ALREADY HAS A WAIVER CASE. ADD REJECTED."
           END-READ.

       QUEUE-WAIVE-PARA.
      *> Granting a waiver is dual control: the case as entered goes
      *> on the pending queue and the waiver file is left alone until
      *> a second operator approves it. The case as it stood goes
      *> with it, so the approval can tell if it has changed since.
           MOVE "WAIVER-MAINT" TO PA-PROGRAM.
           MOVE WV-EMPLOYEE-ID TO PA-TARGET-ID.
           MOVE "WAIVE" TO PA-ACTION.
           MOVE WMNT-OPERATOR-ID TO PA-REQUESTED-BY.
           ACCEPT PA-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT PA-REQUESTED-TIME FROM TIME.
           MOVE SPACES TO PA-RECORD-IMAGE.
           MOVE WAIVER-REC TO PA-WAIVE-PROPOSED.
           MOVE WMNT-PRIOR-FOUND TO PA-WAIVE-PRIOR-FOUND.
           MOVE WMNT-PRIOR-IMAGE TO PA-WAIVE-PRIOR.
           WRITE PENDING-ACTION-REC
               INVALID KEY
                   DISPLAY "AN ACTION IS ALREADY PENDING FOR ",
                       "EMPLOYEE-ID " WV-EMPLOYEE-ID ". NOT QUEUED."
               NOT INVALID KEY
                   ADD 1 TO WMNT-QUEUED-COUNT
                   DISPLAY "WAIVER QUEUED. A SECOND OPERATOR MUST ",
                       "APPROVE IT BEFORE IT IS APPLIED."
                   MOVE "WAIVER-MAINT" TO AUDIT-SOURCE
                   MOVE SPACES TO AUDIT-INPUTS
                   STRING "EMPLOYEE-ID=" WV-EMPLOYEE-ID
                       DELIMITED BY SIZE INTO AUDIT-INPUTS
                   MOVE "QUEUED WAIVE FOR APPROVAL" TO AUDIT-OUTCOME
                   PERFORM AUDIT-LOG-PARA
           END-WRITE.

       APPROVE-PENDING-PARA.
      *> Walks this program's entries on the pending queue. An
      *> operator may not approve their own request.
           MOVE 0 TO WMNT-PENDING-EOF.
           MOVE ZEROS TO WMNT-PENDING-SEEN.
           MOVE "WAIVER-MAINT" TO PA-PROGRAM.
           MOVE LOW-VALUES TO PA-TARGET-ID.
           START PENDING-ACTION-FILE KEY IS >= PA-PENDING-KEY
               INVALID KEY
                   MOVE 1 TO WMNT-PENDING-EOF
           END-START.
           PERFORM UNTIL WMNT-PENDING-EOF = 1
               READ PENDING-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WMNT-PENDING-EOF
                   NOT AT END
                       IF PA-PROGRAM NOT = "WAIVER-MAINT"
                           MOVE 1 TO WMNT-PENDING-EOF
                       ELSE
                           ADD 1 TO WMNT-PENDING-SEEN
                           PERFORM REVIEW-ONE-PENDING-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WMNT-PENDING-SEEN = 0
               DISPLAY "NO WAIVERS ARE PENDING."
           END-IF.

       REVIEW-ONE-PENDING-PARA.
           DISPLAY "PENDING " PA-ACTION " FOR EMPLOYEE-ID "
               PA-TARGET-ID " REQUESTED BY " PA-REQUESTED-BY " ON "
               PA-REQUESTED-DATE.
           MOVE PA-TARGET-ID TO WV-EMPLOYEE-ID.
           READ WAIVER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CURRENT CASE: NONE ON FILE"
               NOT INVALID KEY
                   DISPLAY "CURRENT CASE:"
                   PERFORM DISPLAY-WAIVER-PARA
           END-READ.
           DISPLAY "PROPOSED CASE:".
           MOVE PA-WAIVE-PROPOSED TO WAIVER-REC.
           PERFORM DISPLAY-WAIVER-PARA.
           IF PA-REQUESTED-BY = WMNT-OPERATOR-ID
               DISPLAY "THIS IS YOUR OWN REQUEST. A DIFFERENT ",
                   "OPERATOR MUST APPROVE IT."
           ELSE
               DISPLAY "APPROVE, REJECT OR SKIP (A/R/S)? "
                   WITH NO ADVANCING
               ACCEPT WMNT-DECISION
               EVALUATE WMNT-DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPLY-PENDING-WAIVE-PARA
                   WHEN "R"
                   WHEN "r"
                       MOVE "REJECTED WAIVE REQ="
                           TO WMNT-DECISION-TEXT
                       PERFORM CLOSE-PENDING-PARA
                       DISPLAY "REQUEST REJECTED. NO CHANGE APPLIED."
                   WHEN OTHER
                       DISPLAY "REQUEST LEFT PENDING."
               END-EVALUATE
           END-IF.

       APPLY-PENDING-WAIVE-PARA.
      *> The waiver is only applied to the case the requester saw;
      *> if the case has been opened, changed, reopened or deleted
      *> since, the request is withdrawn.
           MOVE PA-TARGET-ID TO WV-EMPLOYEE-ID.
           MOVE SPACES TO WMNT-CURRENT-IMAGE.
           READ WAIVER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WMNT-CURRENT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WMNT-CURRENT-FOUND
                   MOVE WAIVER-REC TO WMNT-CURRENT-IMAGE
           END-READ.
           IF (PA-WAIVE-PRIOR-FOUND NOT = "Y"
                   AND PA-WAIVE-PRIOR-FOUND NOT = "N")
               OR WMNT-CURRENT-FOUND NOT = PA-WAIVE-PRIOR-FOUND
               OR WMNT-CURRENT-IMAGE NOT = PA-WAIVE-PRIOR
               DISPLAY "CASE CHANGED SINCE THE WAIVER WAS ",
                   "REQUESTED. REQUEST WITHDRAWN."
               MOVE "WITHDRAWN CHANGED REQ=" TO WMNT-DECISION-TEXT
               PERFORM CLOSE-PENDING-PARA
           ELSE
               MOVE PA-WAIVE-PROPOSED TO WAIVER-REC
               IF WMNT-CURRENT-FOUND = "Y"
                   REWRITE WAIVER-REC
                       INVALID KEY
                           DISPLAY "WAIVER NOT APPLIED. STATUS ",
                               WAIVER-MASTER-FILE-STATUS,
                               ". REQUEST LEFT PENDING."
                       NOT INVALID KEY
                           MOVE "CHANGE" TO WMNT-ACTION
                           PERFORM APPROVED-WAIVE-PARA
                   END-REWRITE
               ELSE
                   WRITE WAIVER-REC
                       INVALID KEY
                           DISPLAY "WAIVER NOT APPLIED. STATUS ",
                               WAIVER-MASTER-FILE-STATUS,
                               ". REQUEST LEFT PENDING."
                       NOT INVALID KEY
                           MOVE "ADD" TO WMNT-ACTION
                           PERFORM APPROVED-WAIVE-PARA
                   END-WRITE
               END-IF
           END-IF.

       APPROVED-WAIVE-PARA.
           PERFORM WRITE-JOURNAL-PARA.
           DISPLAY "WAIVER APPLIED.".
           MOVE "APPROVED WAIVE REQ=" TO WMNT-DECISION-TEXT.
           PERFORM CLOSE-PENDING-PARA.

       CLOSE-PENDING-PARA.
      *> Takes the decided request off the queue and records the
      *> decision, with the requester, under the approving operator.
           MOVE "WAIVER-MAINT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "EMPLOYEE-ID=" PA-TARGET-ID
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING WMNT-DECISION-TEXT DELIMITED BY "="
               "=" PA-REQUESTED-BY DELIMITED BY SIZE
               INTO AUDIT-OUTCOME.
           DELETE PENDING-ACTION-FILE
               INVALID KEY
                   DISPLAY "COULD NOT REMOVE THE REQUEST FROM ",
                       "PENDING-ACTION.DAT. STATUS ",
                       PENDING-ACTION-FILE-STATUS, "."
           END-DELETE.
           PERFORM AUDIT-LOG-PARA.

       INQUIRE-WAIVER-PARA.
           PERFORM READ-WAIVER-PARA.
           IF WMNT-RECORD-FOUND = 1
