       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-MERGE.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Controlled merge of a duplicate person id onto the surviving
      *> id, usually one PERSON-DUPCHECK has listed. The duplicate id
      *> is replaced everywhere it is used - the couple master in
      *> both the employee and partner positions, the waiver master,
      *> AGING-STATUS.DAT, EXCEPTION-HISTORY.DAT and LETTER-LOG.DAT -
      *> every couple it changes gets a new dated version on
      *> COUPLE-HISTORY.DAT, its mailing address on PERSON-ADDRESS.DAT
      *> and its separation on PERSON-SEPARATION.DAT pass to the
      *> survivor when the survivor has none, and its person record
      *> is then deleted, so the next COUPLE-RECON and
      *> COUPLE-AGING see one person with one history instead of a
      *> RESOLVED case under one id and a NEW one under the other.
      *> A merge that would put the survivor in two couples, or that
      *> meets other actions still pending for either id, is refused.
      *> A merge is requested by one operator with a level D grant
      *> on PERSON-MERGE and applied only when a different operator
      *> with approver rights approves it. Every record changed is
      *> written before and after to PERSON-MERGE-JOURNAL.PRT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PERSON-ID
               FILE STATUS IS PERSON-MASTER-FILE-STATUS.

           SELECT COUPLE-MASTER-FILE ASSIGN TO "COUPLE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-EMPLOYEE-ID
               FILE STATUS IS COUPLE-MASTER-FILE-STATUS.

           SELECT WAIVER-MASTER-FILE ASSIGN TO "WAIVER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WV-EMPLOYEE-ID
               FILE STATUS IS WAIVER-MASTER-FILE-STATUS.

           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSON-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PERSON-ID
               FILE STATUS IS PERSON-ADDRESS-FILE-STATUS.

           SELECT COUPLE-HISTORY-FILE ASSIGN TO "COUPLE-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS COUPLE-HISTORY-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "LETTER-LOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LOG-KEY
               FILE STATUS IS LETTER-LOG-FILE-STATUS.

           SELECT PERSON-SEPARATION-FILE
               ASSIGN TO "PERSON-SEPARATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-PERSON-ID
               FILE STATUS IS PERSON-SEPARATION-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC MRG-HISTORY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT MERGE-WORK-FILE ASSIGN TO "PERSON-MERGE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-WORK-FILE-STATUS.

           SELECT MERGE-JOURNAL-FILE
               ASSIGN TO "PERSON-MERGE-JOURNAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-JOURNAL-FILE-STATUS.

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

       DATA DIVISION.

       FILE SECTION.

       FD  PERSON-MASTER-FILE.
           COPY "PERSON-REC.cpy".

       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

       FD  WAIVER-MASTER-FILE.
           COPY "WAIVER-REC.cpy".

       FD  PERSON-ADDRESS-FILE.
           COPY "PERSON-ADDR-REC.cpy".

       FD  COUPLE-HISTORY-FILE.
           COPY "COUPLE-HIST-REC.cpy".

       FD  LETTER-LOG-FILE.
           COPY "LETTER-LOG-REC.cpy".

       FD  PERSON-SEPARATION-FILE.
           COPY "PERSON-SEP-REC.cpy".

      *> AGING-STATUS.DAT and EXCEPTION-HISTORY.DAT both lead with
      *> the couple's employee id; whatever follows is carried as is,
      *> except that EXCEPTION-HISTORY.DAT's date the case first
      *> failed is kept at the earlier of the two ids' dates.
       FD  HISTORY-FILE.
       01 HISTORY-REC.
           02 HR-EMPLOYEE-ID PIC X(6).
           02 HR-REST PIC X(14).
           02 HR-EXCEPTION REDEFINES HR-REST.
               03 HR-FIRST-FAILED PIC X(8).
               03 FILLER PIC X(6).

       FD  MERGE-WORK-FILE.
       01 MERGE-WORK-REC PIC X(20).

       FD  MERGE-JOURNAL-FILE.
       01 MERGE-JOURNAL-REC PIC X(100).

       FD  OPERATOR-AUTH-FILE.
           COPY "OPERATOR-AUTH-REC.cpy".

       FD  PENDING-ACTION-FILE.
           COPY "PENDING-ACTION-REC.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 PERSON-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WAIVER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-ADDRESS-FILE-STATUS PIC XX VALUE "00".
       01 HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 MERGE-WORK-FILE-STATUS PIC XX VALUE "00".
       01 MERGE-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOR-AUTH-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-ACTION-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 LETTER-LOG-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-SEPARATION-FILE-STATUS PIC XX VALUE "00".

       01 MRG-SELECT-NUM PIC 9 VALUE 0.
       01 MRG-END PIC 9 VALUE 0.
       01 MRG-CONFIRM PIC X VALUE SPACE.
       01 MRG-MERGES-APPLIED PIC 9(5) VALUE ZEROS.
       01 MRG-QUEUED-COUNT PIC 9(5) VALUE ZEROS.

      *> The two ids of the merge in hand: the duplicate that goes
      *> away and the id that survives it.
       01 MRG-DUPLICATE-ID PIC X(6) VALUE SPACES.
       01 MRG-SURVIVOR-ID PIC X(6) VALUE SPACES.
       01 MRG-PEOPLE-FOUND PIC 9 VALUE 0.
       01 MRG-CONFLICT PIC 9 VALUE 0.
       01 MRG-CONFLICT-TEXT PIC X(40) VALUE SPACES.
       01 MRG-DUP-EMPLOYEE-PARTNER PIC X(6) VALUE SPACES.
       01 MRG-DUP-IS-EMPLOYEE PIC 9 VALUE 0.
       01 MRG-SURV-IS-EMPLOYEE PIC 9 VALUE 0.
       01 MRG-DUP-HAS-WAIVER PIC 9 VALUE 0.
       01 MRG-SURV-HAS-WAIVER PIC 9 VALUE 0.
      *> The couple (by employee id) each id holds a position in.
       01 MRG-DUP-COUPLE-KEY PIC X(6) VALUE SPACES.
       01 MRG-SURV-COUPLE-KEY PIC X(6) VALUE SPACES.
      *> The queued request in hand, kept while the rest of the
      *> queue is searched for other actions on the same ids.
       01 MRG-PENDING-SAVE PIC X(264) VALUE SPACES.
       01 MRG-PENDING-CLASH PIC 9 VALUE 0.
       01 MRG-OTHER-IMAGE PIC X(200) VALUE SPACES.
       01 MRG-OTHER-MERGE REDEFINES MRG-OTHER-IMAGE.
           02 MO-SURVIVOR-ID PIC X(6).
           02 FILLER PIC X(194).
       01 MRG-OTHER-COUPLE REDEFINES MRG-OTHER-IMAGE.
           02 MO-EMPLOYEE-ID PIC X(6).
           02 FILLER PIC X(33).
           02 MO-PARTNER-ID PIC X(6).
           02 FILLER PIC X(155).

      *> What a queued merge carries in PA-RECORD-IMAGE; the
      *> duplicate id is the pending key's target id.
       01 MRG-MERGE-IMAGE.
           02 MI-SURVIVOR-ID PIC X(6).
           02 FILLER PIC X(194).

      *> Records changed by the merge in hand, by file.
       01 MRG-COUNTS.
           02 MRG-PARTNER-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-EMPLOYEE-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-WAIVER-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-ADDRESS-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-HISTORY-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-VERSION-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-LETTER-COUNT PIC 9(5) VALUE ZEROS.
           02 MRG-SEPARATION-COUNT PIC 9(5) VALUE ZEROS.

       01 MRG-EOF PIC 9 VALUE 0.
       01 MRG-HISTORY-NAME PIC X(30) VALUE SPACES.
       01 MRG-HISTORY-TAG PIC X(6) VALUE SPACES.
       01 MRG-DUP-IN-HISTORY PIC 9 VALUE 0.
       01 MRG-SURV-IN-HISTORY PIC 9 VALUE 0.
       01 MRG-HISTORY-OK PIC 9 VALUE 0.
       01 MRG-SURV-HAS-ADDRESS PIC 9 VALUE 0.
       01 MRG-SURV-HAS-SEPARATION PIC 9 VALUE 0.
       01 MRG-DUP-FIRST-FAILED PIC X(8) VALUE SPACES.

      *> Closing and opening couple versions on COUPLE-HISTORY.DAT:
      *> the record before and after the merge changed it, either
      *> one blank when the couple left or joined an employee id.
       01 MRG-HIST-EFFECTIVE PIC 9(8) VALUE ZEROS.
       01 MRG-HIST-START PIC 9(8) VALUE ZEROS.
       01 MRG-HIST-ACTION PIC X(6) VALUE SPACES.
       01 MRG-HIST-PRIOR-IMAGE PIC X(64) VALUE SPACES.
       01 MRG-HIST-NEW-IMAGE PIC X(64) VALUE SPACES.
       01 MRG-HIST-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 MRG-HIST-EOF PIC 9 VALUE 0.
       01 MRG-HIST-LAST-VERSION PIC 9(4) VALUE ZEROS.
       01 MRG-HIST-OPEN-VERSION PIC 9(4) VALUE ZEROS.

      *> Sign-on and authorization: the level and approver flag the
      *> operator's OPERATOR-AUTH.DAT grant carries for this program.
       01 MRG-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 MRG-AUTH-LEVEL PIC X(1) VALUE SPACE.
       01 MRG-AUTH-APPROVER PIC X(1) VALUE "N".
       01 MRG-REQUIRED-LEVEL PIC X(1) VALUE SPACE.
       01 MRG-AUTHORIZED PIC 9 VALUE 0.
       01 MRG-ATTEMPT PIC X(8) VALUE SPACES.
       01 MRG-PENDING-EOF PIC 9 VALUE 0.
       01 MRG-PENDING-SEEN PIC 9(5) VALUE ZEROS.
       01 MRG-DECISION PIC X VALUE SPACE.
       01 MRG-DECISION-TEXT PIC X(24) VALUE SPACES.

       01 MRG-WHEN.
           02 MRG-WHEN-DATE PIC 9(8).
           02 MRG-WHEN-TIME PIC 9(8).
       01 MRG-ACTION PIC X(6) VALUE SPACES.
       01 MRG-JOURNAL-TAG PIC X(6) VALUE SPACES.
       01 MRG-JOURNAL-IMAGE PIC X(70) VALUE SPACES.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           02 AUDIT-WHEN-DATE PIC 9(8).
           02 AUDIT-WHEN-TIME PIC 9(8).
       01 AUDIT-SOURCE PIC X(16) VALUE SPACES.
       01 AUDIT-INPUTS PIC X(30) VALUE SPACES.
       01 AUDIT-OUTCOME PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS PIC XX VALUE "00".

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE "PERSON-MERGE" TO AUDIT-SOURCE.
           MOVE "PERSON-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM SIGN-ON-PARA.
           PERFORM OPEN-MASTERS-PARA.
           PERFORM OPEN-JOURNAL-PARA.
           PERFORM OPEN-PENDING-PARA.
           PERFORM MRG-SELECTION-PARA UNTIL MRG-END = 1.
           PERFORM CLOSE-MASTERS-PARA.
           CLOSE MERGE-JOURNAL-FILE.
           CLOSE PENDING-ACTION-FILE.
           DISPLAY "MERGES APPLIED THIS SESSION: " MRG-MERGES-APPLIED.
           DISPLAY "MERGES QUEUED FOR APPROVAL: " MRG-QUEUED-COUNT.
           MOVE "PERSON-MERGE" TO AUDIT-SOURCE.
           MOVE "PERSON-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "MERGES=" MRG-MERGES-APPLIED
               " QUEUED=" MRG-QUEUED-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           STOP RUN.

       SIGN-ON-PARA.
      *> The operator is the USER login, the same name the audit log
      *> records. No grant for PERSON-MERGE, or no authorization file
      *> at all, ends the session before any master is opened.
           ACCEPT MRG-OPERATOR-ID FROM ENVIRONMENT "USER".
           IF MRG-OPERATOR-ID = SPACES THEN
               MOVE "UNKNOWN" TO MRG-OPERATOR-ID
           END-IF.
           MOVE SPACE TO MRG-AUTH-LEVEL.
           MOVE "N" TO MRG-AUTH-APPROVER.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF OPERATOR-AUTH-FILE-STATUS = "00"
               MOVE MRG-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE "PERSON-MERGE" TO OA-PROGRAM
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OA-LEVEL TO MRG-AUTH-LEVEL
                       MOVE OA-APPROVER TO MRG-AUTH-APPROVER
               END-READ
               CLOSE OPERATOR-AUTH-FILE
           ELSE
               DISPLAY "OPERATOR-AUTH.DAT NOT FOUND."
           END-IF.
           IF MRG-AUTH-LEVEL NOT = "I" AND MRG-AUTH-LEVEL NOT = "C"
               AND MRG-AUTH-LEVEL NOT = "D"
               DISPLAY "OPERATOR " MRG-OPERATOR-ID
                   " IS NOT AUTHORIZED FOR PERSON-MERGE."
               MOVE "SIGN-ON" TO MRG-ATTEMPT
               PERFORM LOG-DENIED-PARA
               STOP RUN
           END-IF.
           DISPLAY "SIGNED ON AS " MRG-OPERATOR-ID
               " AUTHORITY LEVEL " MRG-AUTH-LEVEL
               " APPROVER " MRG-AUTH-APPROVER.

       CHECK-AUTHORITY-PARA.
      *> MRG-REQUIRED-LEVEL: D = request a merge, A = approve one.
           MOVE 0 TO MRG-AUTHORIZED.
           EVALUATE MRG-REQUIRED-LEVEL
               WHEN "D"
                   IF MRG-AUTH-LEVEL = "D"
                       MOVE 1 TO MRG-AUTHORIZED
                   END-IF
               WHEN "A"
                   IF MRG-AUTH-APPROVER = "Y"
                       MOVE 1 TO MRG-AUTHORIZED
                   END-IF
           END-EVALUATE.
           IF MRG-AUTHORIZED = 0
               DISPLAY "OPERATOR " MRG-OPERATOR-ID
                   " IS NOT AUTHORIZED TO " MRG-ATTEMPT
                   ". ATTEMPT RECORDED."
               PERFORM LOG-DENIED-PARA
           END-IF.

       LOG-DENIED-PARA.
           MOVE "PERSON-MERGE" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "LEVEL=" MRG-AUTH-LEVEL
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "DENIED " MRG-ATTEMPT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.

       OPEN-MASTERS-PARA.
           OPEN I-O PERSON-MASTER-FILE.
           IF PERSON-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-MASTER.DAT. STATUS ",
                   PERSON-MASTER-FILE-STATUS, ". ABORTING RUN."
               STOP RUN
           END-IF.
           OPEN I-O COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS = "35" THEN
               OPEN OUTPUT COUPLE-MASTER-FILE
               CLOSE COUPLE-MASTER-FILE
               OPEN I-O COUPLE-MASTER-FILE
           END-IF.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-MASTER.DAT. STATUS ",
                   COUPLE-MASTER-FILE-STATUS, ". ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN I-O WAIVER-MASTER-FILE.
           IF WAIVER-MASTER-FILE-STATUS = "35" THEN
               OPEN OUTPUT WAIVER-MASTER-FILE
               CLOSE WAIVER-MASTER-FILE
               OPEN I-O WAIVER-MASTER-FILE
           END-IF.
           IF WAIVER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN WAIVER-MASTER.DAT. STATUS ",
                   WAIVER-MASTER-FILE-STATUS, ". ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE COUPLE-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN I-O PERSON-ADDRESS-FILE.
           IF PERSON-ADDRESS-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERSON-ADDRESS-FILE
               CLOSE PERSON-ADDRESS-FILE
               OPEN I-O PERSON-ADDRESS-FILE
           END-IF.
           IF PERSON-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-ADDRESS.DAT. STATUS ",
                   PERSON-ADDRESS-FILE-STATUS, ". ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE COUPLE-MASTER-FILE
               CLOSE WAIVER-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN I-O COUPLE-HISTORY-FILE.
           IF COUPLE-HISTORY-FILE-STATUS = "35" THEN
               OPEN OUTPUT COUPLE-HISTORY-FILE
               CLOSE COUPLE-HISTORY-FILE
               OPEN I-O COUPLE-HISTORY-FILE
           END-IF.
           IF COUPLE-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-HISTORY.DAT. STATUS ",
                   COUPLE-HISTORY-FILE-STATUS, ". ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE COUPLE-MASTER-FILE
               CLOSE WAIVER-MASTER-FILE
               CLOSE PERSON-ADDRESS-FILE
               STOP RUN
           END-IF.
           OPEN I-O LETTER-LOG-FILE.
           IF LETTER-LOG-FILE-STATUS = "35" THEN
               OPEN OUTPUT LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
               OPEN I-O LETTER-LOG-FILE
           END-IF.
           IF LETTER-LOG-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN LETTER-LOG.DAT. STATUS ",
                   LETTER-LOG-FILE-STATUS, ". ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE COUPLE-MASTER-FILE
               CLOSE WAIVER-MASTER-FILE
               CLOSE PERSON-ADDRESS-FILE
               CLOSE COUPLE-HISTORY-FILE
               STOP RUN
           END-IF.
           OPEN I-O PERSON-SEPARATION-FILE.
           IF PERSON-SEPARATION-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERSON-SEPARATION-FILE
               CLOSE PERSON-SEPARATION-FILE
               OPEN I-O PERSON-SEPARATION-FILE
           END-IF.
           IF PERSON-SEPARATION-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-SEPARATION.DAT. STATUS ",
                   PERSON-SEPARATION-FILE-STATUS, ". ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE COUPLE-MASTER-FILE
               CLOSE WAIVER-MASTER-FILE
               CLOSE PERSON-ADDRESS-FILE
               CLOSE COUPLE-HISTORY-FILE
               CLOSE LETTER-LOG-FILE
               STOP RUN
           END-IF.

       CLOSE-MASTERS-PARA.
           CLOSE PERSON-MASTER-FILE.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE WAIVER-MASTER-FILE.
           CLOSE PERSON-ADDRESS-FILE.
           CLOSE COUPLE-HISTORY-FILE.
           CLOSE LETTER-LOG-FILE.
           CLOSE PERSON-SEPARATION-FILE.

       OPEN-JOURNAL-PARA.
           OPEN EXTEND MERGE-JOURNAL-FILE.
           IF MERGE-JOURNAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT MERGE-JOURNAL-FILE
           END-IF.
           IF MERGE-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-MERGE-JOURNAL.PRT. ",
                   "ABORTING RUN."
               PERFORM CLOSE-MASTERS-PARA
               STOP RUN
           END-IF.

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
               PERFORM CLOSE-MASTERS-PARA
               CLOSE MERGE-JOURNAL-FILE
               STOP RUN
           END-IF.

       MRG-SELECTION-PARA.
           DISPLAY "DUPLICATE PERSON MERGE".
           DISPLAY "1: REQUEST A MERGE".
           DISPLAY "2: APPROVE PENDING MERGES".
           DISPLAY "0: END".
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT MRG-SELECT-NUM.
           EVALUATE MRG-SELECT-NUM
               WHEN 1
                   MOVE "D" TO MRG-REQUIRED-LEVEL
                   MOVE "MERGE" TO MRG-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF MRG-AUTHORIZED = 1
                       PERFORM REQUEST-MERGE-PARA
                   END-IF
               WHEN 2
                   MOVE "A" TO MRG-REQUIRED-LEVEL
                   MOVE "APPROVE" TO MRG-ATTEMPT
                   PERFORM CHECK-AUTHORITY-PARA
                   IF MRG-AUTHORIZED = 1
                       PERFORM APPROVE-PENDING-PARA
                   END-IF
               WHEN OTHER
                   MOVE 1 TO MRG-END
           END-EVALUATE.

       REQUEST-MERGE-PARA.
           DISPLAY "ENTER DUPLICATE PERSON ID (GOES AWAY): "
               WITH NO ADVANCING.
           ACCEPT MRG-DUPLICATE-ID.
           DISPLAY "ENTER SURVIVING PERSON ID: " WITH NO ADVANCING.
           ACCEPT MRG-SURVIVOR-ID.
           PERFORM CHECK-MERGE-PARA.
           IF MRG-CONFLICT = 1
               DISPLAY "MERGE REJECTED: " MRG-CONFLICT-TEXT
           ELSE
               DISPLAY "MERGE " MRG-DUPLICATE-ID " INTO "
                   MRG-SURVIVOR-ID " (Y/N)? " WITH NO ADVANCING
               ACCEPT MRG-CONFIRM
               IF MRG-CONFIRM = "Y" OR MRG-CONFIRM = "y"
                   PERFORM QUEUE-MERGE-PARA
               ELSE
                   DISPLAY "MERGE NOT CONFIRMED. NOTHING QUEUED."
               END-IF
           END-IF.

       CHECK-MERGE-PARA.
      *> Both people must be on the person master, and the merge
      *> must not leave two couple records or two waiver cases for
      *> the surviving id, the survivor in two couples, or a person
      *> partnered with themselves; nor may any other action be
      *> queued against either id. Run when the merge is requested
      *> and again when approved.
           MOVE 0 TO MRG-CONFLICT.
           MOVE SPACES TO MRG-CONFLICT-TEXT.
           MOVE 0 TO MRG-DUP-IS-EMPLOYEE.
           MOVE 0 TO MRG-SURV-IS-EMPLOYEE.
           MOVE 0 TO MRG-DUP-HAS-WAIVER.
           MOVE 0 TO MRG-SURV-HAS-WAIVER.
           MOVE SPACES TO MRG-DUP-EMPLOYEE-PARTNER.
           IF MRG-DUPLICATE-ID = SPACES OR MRG-SURVIVOR-ID = SPACES
               OR MRG-DUPLICATE-ID = MRG-SURVIVOR-ID
               MOVE 1 TO MRG-CONFLICT
               MOVE "TWO DIFFERENT IDS ARE NEEDED."
                   TO MRG-CONFLICT-TEXT
           END-IF.
           IF MRG-CONFLICT = 0
               MOVE 0 TO MRG-PEOPLE-FOUND
               MOVE MRG-SURVIVOR-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       MOVE 1 TO MRG-CONFLICT
                       MOVE "SURVIVING ID NOT ON PERSON MASTER."
                           TO MRG-CONFLICT-TEXT
                   NOT INVALID KEY
                       DISPLAY "SURVIVOR:  " PM-PERSON-ID " "
                           PM-PERSON-NAME " " PM-PERSON-DOB
               END-READ
               MOVE MRG-DUPLICATE-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       MOVE 1 TO MRG-CONFLICT
                       MOVE "DUPLICATE ID NOT ON PERSON MASTER."
                           TO MRG-CONFLICT-TEXT
                   NOT INVALID KEY
                       DISPLAY "DUPLICATE: " PM-PERSON-ID " "
                           PM-PERSON-NAME " " PM-PERSON-DOB
               END-READ
           END-IF.
           IF MRG-CONFLICT = 0
               MOVE MRG-SURVIVOR-ID TO CM-EMPLOYEE-ID
               READ COUPLE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO MRG-SURV-IS-EMPLOYEE
                       IF CM-PARTNER-ID = MRG-DUPLICATE-ID
                           MOVE 1 TO MRG-CONFLICT
                       END-IF
               END-READ
               MOVE MRG-DUPLICATE-ID TO CM-EMPLOYEE-ID
               READ COUPLE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO MRG-DUP-IS-EMPLOYEE
                       MOVE CM-PARTNER-ID TO MRG-DUP-EMPLOYEE-PARTNER
                       IF CM-PARTNER-ID = MRG-SURVIVOR-ID
                           MOVE 1 TO MRG-CONFLICT
                       END-IF
               END-READ
               IF MRG-CONFLICT = 1
                   MOVE "THE TWO IDS ARE PARTNERED TO EACH OTHER."
                       TO MRG-CONFLICT-TEXT
               ELSE
                   IF MRG-DUP-IS-EMPLOYEE = 1
                       AND MRG-SURV-IS-EMPLOYEE = 1
                       MOVE 1 TO MRG-CONFLICT
                       MOVE "BOTH IDS ARE EMPLOYEES ON COUPLE MASTER."
                           TO MRG-CONFLICT-TEXT
                   END-IF
               END-IF
           END-IF.
           IF MRG-CONFLICT = 0
               MOVE MRG-SURVIVOR-ID TO WV-EMPLOYEE-ID
               READ WAIVER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO MRG-SURV-HAS-WAIVER
               END-READ
               MOVE MRG-DUPLICATE-ID TO WV-EMPLOYEE-ID
               READ WAIVER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO MRG-DUP-HAS-WAIVER
               END-READ
               IF MRG-DUP-HAS-WAIVER = 1 AND MRG-SURV-HAS-WAIVER = 1
                   MOVE 1 TO MRG-CONFLICT
                   MOVE "BOTH IDS HAVE A WAIVER CASE."
                       TO MRG-CONFLICT-TEXT
               END-IF
           END-IF.
           IF MRG-CONFLICT = 0
               PERFORM CHECK-COUPLE-POSITIONS-PARA
           END-IF.
           IF MRG-CONFLICT = 0
               PERFORM CHECK-OTHER-PENDING-PARA
           END-IF.

       CHECK-COUPLE-POSITIONS-PARA.
      *> Either id may sit in a couple as employee or as partner. If
      *> each is in a couple and the couples differ, the merged
      *> person would end up in both.
           MOVE SPACES TO MRG-DUP-COUPLE-KEY.
           MOVE SPACES TO MRG-SURV-COUPLE-KEY.
           MOVE LOW-VALUES TO CM-EMPLOYEE-ID.
           MOVE 0 TO MRG-EOF.
           START COUPLE-MASTER-FILE KEY IS >= CM-EMPLOYEE-ID
               INVALID KEY
                   MOVE 1 TO MRG-EOF
           END-START.
           PERFORM UNTIL MRG-EOF = 1
               READ COUPLE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MRG-EOF
                   NOT AT END
                       IF CM-EMPLOYEE-ID = MRG-DUPLICATE-ID
                           OR CM-PARTNER-ID = MRG-DUPLICATE-ID
                           MOVE CM-EMPLOYEE-ID TO MRG-DUP-COUPLE-KEY
                       END-IF
                       IF CM-EMPLOYEE-ID = MRG-SURVIVOR-ID
                           OR CM-PARTNER-ID = MRG-SURVIVOR-ID
                           MOVE CM-EMPLOYEE-ID TO MRG-SURV-COUPLE-KEY
                       END-IF
               END-READ
           END-PERFORM.
           IF MRG-DUP-COUPLE-KEY NOT = SPACES
               AND MRG-SURV-COUPLE-KEY NOT = SPACES
               AND MRG-DUP-COUPLE-KEY NOT = MRG-SURV-COUPLE-KEY
               MOVE 1 TO MRG-CONFLICT
               MOVE "THE IDS ARE IN TWO DIFFERENT COUPLES."
                   TO MRG-CONFLICT-TEXT
           END-IF.

       CHECK-OTHER-PENDING-PARA.
      *> Anything else queued for either id - a person delete, a
      *> couple delete (as employee or partner), a waiver, or another
      *> merge into the duplicate or of the survivor - would be left
      *> pointing at an id the merge removes. This merge's own
      *> request is passed over. The caller re-reads its own place
      *> in the queue afterwards.
           MOVE 0 TO MRG-PENDING-CLASH.
           MOVE LOW-VALUES TO PA-PENDING-KEY.
           MOVE 0 TO MRG-EOF.
           START PENDING-ACTION-FILE KEY IS >= PA-PENDING-KEY
               INVALID KEY
                   MOVE 1 TO MRG-EOF
           END-START.
           PERFORM UNTIL MRG-EOF = 1
               READ PENDING-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MRG-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PENDING-PARA
               END-READ
           END-PERFORM.
           IF MRG-PENDING-CLASH = 1
               MOVE 1 TO MRG-CONFLICT
               MOVE "OTHER ACTIONS ARE PENDING FOR THESE IDS."
                   TO MRG-CONFLICT-TEXT
           END-IF.

       CHECK-ONE-PENDING-PARA.
           MOVE PA-RECORD-IMAGE TO MRG-OTHER-IMAGE.
           IF PA-PROGRAM = "PERSON-MERGE"
               AND PA-TARGET-ID = MRG-DUPLICATE-ID
               CONTINUE
           ELSE
               IF PA-TARGET-ID = MRG-DUPLICATE-ID
                   OR PA-TARGET-ID = MRG-SURVIVOR-ID
                   OR (PA-PROGRAM = "PERSON-MERGE"
                       AND MO-SURVIVOR-ID = MRG-DUPLICATE-ID)
                   OR (PA-PROGRAM = "COUPLE-MAINT"
                       AND (MO-PARTNER-ID = MRG-DUPLICATE-ID
                           OR MO-PARTNER-ID = MRG-SURVIVOR-ID))
                   MOVE 1 TO MRG-PENDING-CLASH
                   DISPLAY "PENDING: " PA-PROGRAM " " PA-ACTION
                       " FOR " PA-TARGET-ID " REQUESTED BY "
                       PA-REQUESTED-BY
               END-IF
           END-IF.

       QUEUE-MERGE-PARA.
           MOVE "PERSON-MERGE" TO PA-PROGRAM.
           MOVE MRG-DUPLICATE-ID TO PA-TARGET-ID.
           MOVE "MERGE" TO PA-ACTION.
           MOVE MRG-OPERATOR-ID TO PA-REQUESTED-BY.
           ACCEPT PA-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT PA-REQUESTED-TIME FROM TIME.
           MOVE SPACES TO MRG-MERGE-IMAGE.
           MOVE MRG-SURVIVOR-ID TO MI-SURVIVOR-ID.
           MOVE MRG-MERGE-IMAGE TO PA-RECORD-IMAGE.
           WRITE PENDING-ACTION-REC
               INVALID KEY
                   DISPLAY "A MERGE IS ALREADY PENDING FOR ",
                       "PERSON-ID " MRG-DUPLICATE-ID ". NOT QUEUED."
               NOT INVALID KEY
                   ADD 1 TO MRG-QUEUED-COUNT
                   DISPLAY "MERGE QUEUED. A SECOND OPERATOR MUST ",
                       "APPROVE IT BEFORE IT IS APPLIED."
                   MOVE "PERSON-MERGE" TO AUDIT-SOURCE
                   MOVE SPACES TO AUDIT-INPUTS
                   STRING "DUP=" MRG-DUPLICATE-ID
                       " KEEP=" MRG-SURVIVOR-ID
                       DELIMITED BY SIZE INTO AUDIT-INPUTS
                   MOVE "QUEUED MERGE FOR APPROVAL" TO AUDIT-OUTCOME
                   PERFORM AUDIT-LOG-PARA
           END-WRITE.

       APPROVE-PENDING-PARA.
      *> Walks the queued merges. An operator may not approve their
      *> own request.
           MOVE 0 TO MRG-PENDING-EOF.
           MOVE ZEROS TO MRG-PENDING-SEEN.
           MOVE "PERSON-MERGE" TO PA-PROGRAM.
           MOVE LOW-VALUES TO PA-TARGET-ID.
           START PENDING-ACTION-FILE KEY IS >= PA-PENDING-KEY
               INVALID KEY
                   MOVE 1 TO MRG-PENDING-EOF
           END-START.
           PERFORM UNTIL MRG-PENDING-EOF = 1
               READ PENDING-ACTION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MRG-PENDING-EOF
                   NOT AT END
                       IF PA-PROGRAM NOT = "PERSON-MERGE"
                           MOVE 1 TO MRG-PENDING-EOF
                       ELSE
                           ADD 1 TO MRG-PENDING-SEEN
                           PERFORM REVIEW-ONE-PENDING-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF MRG-PENDING-SEEN = 0
               DISPLAY "NO MERGES ARE PENDING."
           END-IF.

       REVIEW-ONE-PENDING-PARA.
           MOVE PA-RECORD-IMAGE TO MRG-MERGE-IMAGE.
           MOVE PA-TARGET-ID TO MRG-DUPLICATE-ID.
           MOVE MI-SURVIVOR-ID TO MRG-SURVIVOR-ID.
           DISPLAY "PENDING MERGE OF " MRG-DUPLICATE-ID " INTO "
               MRG-SURVIVOR-ID " REQUESTED BY " PA-REQUESTED-BY
               " ON " PA-REQUESTED-DATE.
           IF PA-REQUESTED-BY = MRG-OPERATOR-ID
               DISPLAY "THIS IS YOUR OWN REQUEST. A DIFFERENT ",
                   "OPERATOR MUST APPROVE IT."
           ELSE
               DISPLAY "APPROVE, REJECT OR SKIP (A/R/S)? "
                   WITH NO ADVANCING
               ACCEPT MRG-DECISION
               EVALUATE MRG-DECISION
                   WHEN "A"
                   WHEN "a"
                       MOVE PENDING-ACTION-REC TO MRG-PENDING-SAVE
                       PERFORM CHECK-MERGE-PARA
                       PERFORM RESTORE-PENDING-PARA
                       IF MRG-CONFLICT = 1
                           DISPLAY "MERGE CANNOT BE APPLIED: "
                               MRG-CONFLICT-TEXT
                           MOVE "WITHDRAWN CONFLICT REQ="
                               TO MRG-DECISION-TEXT
                           PERFORM CLOSE-PENDING-PARA
                       ELSE
                           PERFORM APPLY-MERGE-PARA
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       MOVE "REJECTED MERGE REQ="
                           TO MRG-DECISION-TEXT
                       PERFORM CLOSE-PENDING-PARA
                       DISPLAY "REQUEST REJECTED. NO CHANGE APPLIED."
                   WHEN OTHER
                       DISPLAY "REQUEST LEFT PENDING."
               END-EVALUATE
           END-IF.

       RESTORE-PENDING-PARA.
      *> Back to the request in hand, so the walk of the queue goes
      *> on from it and the decision closes the right entry.
           MOVE MRG-PENDING-SAVE TO PENDING-ACTION-REC.
           READ PENDING-ACTION-FILE
               INVALID KEY
                   DISPLAY "PENDING MERGE OF " MRG-DUPLICATE-ID
                       " NO LONGER ON PENDING-ACTION.DAT."
                   MOVE MRG-PENDING-SAVE TO PENDING-ACTION-REC
           END-READ.

       APPLY-MERGE-PARA.
           INITIALIZE MRG-COUNTS.
           MOVE "MERGE" TO MRG-ACTION.
           MOVE "PERSON" TO MRG-JOURNAL-TAG.
           MOVE SPACES TO MRG-JOURNAL-IMAGE.
           STRING MRG-DUPLICATE-ID " INTO " MRG-SURVIVOR-ID
               " REQUESTED BY " PA-REQUESTED-BY
               DELIMITED BY SIZE INTO MRG-JOURNAL-IMAGE.
           PERFORM WRITE-JOURNAL-PARA.
           PERFORM MERGE-PARTNER-POSITION-PARA.
           IF MRG-DUP-IS-EMPLOYEE = 1
               PERFORM MERGE-EMPLOYEE-POSITION-PARA
           END-IF.
           IF MRG-DUP-HAS-WAIVER = 1
               PERFORM MERGE-WAIVER-PARA
           END-IF.
           PERFORM MERGE-ADDRESS-PARA.
           PERFORM MERGE-SEPARATION-PARA.
           PERFORM MERGE-LETTER-LOG-PARA.
           MOVE "AGING-STATUS.DAT" TO MRG-HISTORY-NAME.
           MOVE "AGING" TO MRG-HISTORY-TAG.
           PERFORM MERGE-HISTORY-FILE-PARA.
           MOVE "EXCEPTION-HISTORY.DAT" TO MRG-HISTORY-NAME.
           MOVE "EXCHST" TO MRG-HISTORY-TAG.
           PERFORM MERGE-HISTORY-FILE-PARA.
           MOVE MRG-DUPLICATE-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DELETE" TO MRG-ACTION
                   MOVE "PERSON" TO MRG-JOURNAL-TAG
                   MOVE PERSON-REC TO MRG-JOURNAL-IMAGE
                   DELETE PERSON-MASTER-FILE
                       INVALID KEY
                           DISPLAY "DUPLICATE PERSON RECORD COULD ",
                               "NOT BE DELETED. STATUS ",
                               PERSON-MASTER-FILE-STATUS, "."
                       NOT INVALID KEY
                           PERFORM WRITE-JOURNAL-PARA
                   END-DELETE
           END-READ.
           ADD 1 TO MRG-MERGES-APPLIED.
           DISPLAY "MERGE APPLIED. PARTNER POSITIONS: "
               MRG-PARTNER-COUNT " EMPLOYEE POSITIONS: "
               MRG-EMPLOYEE-COUNT " WAIVERS: " MRG-WAIVER-COUNT
               " ADDRESSES: " MRG-ADDRESS-COUNT
               " HISTORY LINES: " MRG-HISTORY-COUNT.
           DISPLAY "COUPLE VERSIONS: " MRG-VERSION-COUNT
               " LETTER LOG ENTRIES: " MRG-LETTER-COUNT
               " SEPARATIONS: " MRG-SEPARATION-COUNT.
           MOVE "APPROVED MERGE REQ=" TO MRG-DECISION-TEXT.
           PERFORM CLOSE-PENDING-PARA.

       MERGE-PARTNER-POSITION-PARA.
      *> Every couple with the duplicate as partner, in one pass of
      *> the couple master in key order.
           MOVE LOW-VALUES TO CM-EMPLOYEE-ID.
           MOVE 0 TO MRG-EOF.
           START COUPLE-MASTER-FILE KEY IS >= CM-EMPLOYEE-ID
               INVALID KEY
                   MOVE 1 TO MRG-EOF
           END-START.
           PERFORM UNTIL MRG-EOF = 1
               READ COUPLE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MRG-EOF
                   NOT AT END
                       IF CM-PARTNER-ID = MRG-DUPLICATE-ID
                           MOVE "BEFORE" TO MRG-ACTION
                           MOVE "COUPLE" TO MRG-JOURNAL-TAG
                           MOVE COUPLE-REC TO MRG-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-PARA
                           MOVE COUPLE-REC TO MRG-HIST-PRIOR-IMAGE
                           MOVE MRG-SURVIVOR-ID TO CM-PARTNER-ID
                           REWRITE COUPLE-REC
                               INVALID KEY
                                   DISPLAY "COUPLE " CM-EMPLOYEE-ID
                                       " NOT REWRITTEN. STATUS "
                                       COUPLE-MASTER-FILE-STATUS "."
                               NOT INVALID KEY
                                   ADD 1 TO MRG-PARTNER-COUNT
                                   MOVE "AFTER" TO MRG-ACTION
                                   MOVE COUPLE-REC
                                       TO MRG-JOURNAL-IMAGE
                                   PERFORM WRITE-JOURNAL-PARA
                                   MOVE COUPLE-REC
                                       TO MRG-HIST-NEW-IMAGE
                                   MOVE "CHANGE" TO MRG-HIST-ACTION
                                   PERFORM RECORD-HISTORY-PARA
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       MERGE-EMPLOYEE-POSITION-PARA.
      *> The couple is keyed by the employee id, so it is deleted
      *> under the duplicate id and written back under the survivor:
      *> the duplicate's couple history is closed and the survivor's
      *> opened.
           MOVE MRG-DUPLICATE-ID TO CM-EMPLOYEE-ID.
           READ COUPLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BEFORE" TO MRG-ACTION
                   MOVE "COUPLE" TO MRG-JOURNAL-TAG
                   MOVE COUPLE-REC TO MRG-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
                   DELETE COUPLE-MASTER-FILE
                       INVALID KEY
                           DISPLAY "COUPLE " MRG-DUPLICATE-ID
                               " NOT MOVED. STATUS "
                               COUPLE-MASTER-FILE-STATUS "."
                       NOT INVALID KEY
                           MOVE COUPLE-REC TO MRG-HIST-PRIOR-IMAGE
                           MOVE SPACES TO MRG-HIST-NEW-IMAGE
                           MOVE "DELETE" TO MRG-HIST-ACTION
                           PERFORM RECORD-HISTORY-PARA
                           MOVE MRG-SURVIVOR-ID TO CM-EMPLOYEE-ID
                           WRITE COUPLE-REC
                               INVALID KEY
                                   DISPLAY "COUPLE " MRG-SURVIVOR-ID
                                       " NOT WRITTEN. STATUS "
                                       COUPLE-MASTER-FILE-STATUS
                                       ". SEE THE MERGE JOURNAL."
                               NOT INVALID KEY
                                   ADD 1 TO MRG-EMPLOYEE-COUNT
                                   MOVE "AFTER" TO MRG-ACTION
                                   MOVE COUPLE-REC
                                       TO MRG-JOURNAL-IMAGE
                                   PERFORM WRITE-JOURNAL-PARA
                                   MOVE SPACES TO MRG-HIST-PRIOR-IMAGE
                                   MOVE COUPLE-REC
                                       TO MRG-HIST-NEW-IMAGE
                                   MOVE "ADD" TO MRG-HIST-ACTION
                                   PERFORM RECORD-HISTORY-PARA
                           END-WRITE
                   END-DELETE
           END-READ.

       MERGE-WAIVER-PARA.
           MOVE MRG-DUPLICATE-ID TO WV-EMPLOYEE-ID.
           READ WAIVER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BEFORE" TO MRG-ACTION
                   MOVE "WAIVER" TO MRG-JOURNAL-TAG
                   MOVE WAIVER-REC TO MRG-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
                   DELETE WAIVER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "WAIVER " MRG-DUPLICATE-ID
                               " NOT MOVED. STATUS "
                               WAIVER-MASTER-FILE-STATUS "."
                       NOT INVALID KEY
                           MOVE MRG-SURVIVOR-ID TO WV-EMPLOYEE-ID
                           WRITE WAIVER-REC
                               INVALID KEY
                                   DISPLAY "WAIVER " MRG-SURVIVOR-ID
                                       " NOT WRITTEN. STATUS "
                                       WAIVER-MASTER-FILE-STATUS
                                       ". SEE THE MERGE JOURNAL."
                               NOT INVALID KEY
                                   ADD 1 TO MRG-WAIVER-COUNT
                                   MOVE "AFTER" TO MRG-ACTION
                                   MOVE WAIVER-REC
                                       TO MRG-JOURNAL-IMAGE
                                   PERFORM WRITE-JOURNAL-PARA
                           END-WRITE
                   END-DELETE
           END-READ.

       MERGE-ADDRESS-PARA.
      *> The survivor keeps its own address when it has one; the
      *> duplicate's is then dropped rather than left orphaned.
           MOVE MRG-SURVIVOR-ID TO AD-PERSON-ID.
           MOVE 0 TO MRG-SURV-HAS-ADDRESS.
           READ PERSON-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO MRG-SURV-HAS-ADDRESS
           END-READ.
           MOVE MRG-DUPLICATE-ID TO AD-PERSON-ID.
           READ PERSON-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BEFORE" TO MRG-ACTION
                   MOVE "ADDRES" TO MRG-JOURNAL-TAG
                   MOVE PERSON-ADDR-REC TO MRG-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
                   DELETE PERSON-ADDRESS-FILE
                       INVALID KEY
                           DISPLAY "ADDRESS " MRG-DUPLICATE-ID
                               " NOT MOVED. STATUS "
                               PERSON-ADDRESS-FILE-STATUS "."
                       NOT INVALID KEY
                           IF MRG-SURV-HAS-ADDRESS = 1
                               MOVE "DELETE" TO MRG-ACTION
                               PERFORM WRITE-JOURNAL-PARA
                           ELSE
                               MOVE MRG-SURVIVOR-ID TO AD-PERSON-ID
                               WRITE PERSON-ADDR-REC
                                   INVALID KEY
                                       DISPLAY "ADDRESS "
                                           MRG-SURVIVOR-ID
                                           " NOT WRITTEN. STATUS "
                                           PERSON-ADDRESS-FILE-STATUS
                                           ". SEE THE MERGE JOURNAL."
                                   NOT INVALID KEY
                                       ADD 1 TO MRG-ADDRESS-COUNT
                                       MOVE "AFTER" TO MRG-ACTION
                                       MOVE PERSON-ADDR-REC
                                           TO MRG-JOURNAL-IMAGE
                                       PERFORM WRITE-JOURNAL-PARA
                               END-WRITE
                           END-IF
                   END-DELETE
           END-READ.

       MERGE-SEPARATION-PARA.
      *> The duplicate's separation passes to the survivor when the
      *> survivor has none, so the purge still finds the person under
      *> the id that remains; otherwise the survivor's own stands.
      *> A moved separation starts again un-anonymized, since the
      *> survivor's own name and birth date are still on file.
           MOVE MRG-SURVIVOR-ID TO SP-PERSON-ID.
           MOVE 0 TO MRG-SURV-HAS-SEPARATION.
           READ PERSON-SEPARATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO MRG-SURV-HAS-SEPARATION
           END-READ.
           MOVE MRG-DUPLICATE-ID TO SP-PERSON-ID.
           READ PERSON-SEPARATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "BEFORE" TO MRG-ACTION
                   MOVE "SEPARA" TO MRG-JOURNAL-TAG
                   MOVE PERSON-SEP-REC TO MRG-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
                   DELETE PERSON-SEPARATION-FILE
                       INVALID KEY
                           DISPLAY "SEPARATION " MRG-DUPLICATE-ID
                               " NOT MOVED. STATUS "
                               PERSON-SEPARATION-FILE-STATUS "."
                       NOT INVALID KEY
                           IF MRG-SURV-HAS-SEPARATION = 1
                               MOVE "DELETE" TO MRG-ACTION
                               PERFORM WRITE-JOURNAL-PARA
                           ELSE
                               MOVE MRG-SURVIVOR-ID TO SP-PERSON-ID
                               MOVE ZEROS TO SP-ANONYMIZED-DATE
                               WRITE PERSON-SEP-REC
                                   INVALID KEY
                                       DISPLAY "SEPARATION "
                                           MRG-SURVIVOR-ID
                                           " NOT WRITTEN. STATUS "
                                           PERSON-SEPARATION-FILE-STATUS
                                           ". SEE THE MERGE JOURNAL."
                                   NOT INVALID KEY
                                       ADD 1 TO MRG-SEPARATION-COUNT
                                       MOVE "AFTER" TO MRG-ACTION
                                       MOVE PERSON-SEP-REC
                                           TO MRG-JOURNAL-IMAGE
                                       PERFORM WRITE-JOURNAL-PARA
                               END-WRITE
                           END-IF
                   END-DELETE
           END-READ.

       MERGE-LETTER-LOG-PARA.
      *> The duplicate's letter log entries are re-keyed to the
      *> survivor, so the notice run carries on from the letters
      *> already sent. The search restarts after each entry, as the
      *> entry just moved has left the duplicate's key range.
           MOVE 0 TO MRG-EOF.
           PERFORM UNTIL MRG-EOF = 1
               MOVE MRG-DUPLICATE-ID TO LG-PERSON-ID
               MOVE ZEROS TO LG-SENT-DATE
               MOVE LOW-VALUES TO LG-NOTICE
               START LETTER-LOG-FILE KEY IS >= LG-LOG-KEY
                   INVALID KEY
                       MOVE 1 TO MRG-EOF
               END-START
               IF MRG-EOF = 0
                   READ LETTER-LOG-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO MRG-EOF
                       NOT AT END
                           IF LG-PERSON-ID NOT = MRG-DUPLICATE-ID
                               MOVE 1 TO MRG-EOF
                           ELSE
                               PERFORM MERGE-LETTER-ONE-PARA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       MERGE-LETTER-ONE-PARA.
      *> An entry the survivor already has for the same day and
      *> notice is dropped.
           MOVE "BEFORE" TO MRG-ACTION.
           MOVE "LETTER" TO MRG-JOURNAL-TAG.
           MOVE LETTER-LOG-REC TO MRG-JOURNAL-IMAGE.
           PERFORM WRITE-JOURNAL-PARA.
           DELETE LETTER-LOG-FILE
               INVALID KEY
                   DISPLAY "LETTER LOG ENTRY " LG-LOG-KEY
                       " NOT MOVED. STATUS "
                       LETTER-LOG-FILE-STATUS "."
                   MOVE 1 TO MRG-EOF
               NOT INVALID KEY
                   MOVE MRG-SURVIVOR-ID TO LG-PERSON-ID
                   IF LG-PARTNER-ID = MRG-DUPLICATE-ID
                       MOVE MRG-SURVIVOR-ID TO LG-PARTNER-ID
                   END-IF
                   WRITE LETTER-LOG-REC
                       INVALID KEY
                           MOVE "DELETE" TO MRG-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                       NOT INVALID KEY
                           ADD 1 TO MRG-LETTER-COUNT
                           MOVE "AFTER" TO MRG-ACTION
                           MOVE LETTER-LOG-REC TO MRG-JOURNAL-IMAGE
                           PERFORM WRITE-JOURNAL-PARA
                   END-WRITE
           END-DELETE.

       MERGE-HISTORY-FILE-PARA.
      *> Sequential history keyed by employee id. The duplicate's
      *> lines are re-keyed to the survivor, or dropped when the
      *> survivor already has its own line, through a work copy that
      *> then replaces the file. A file not yet created is skipped,
      *> and so is the rewrite whenever the copy could not be made
      *> in full, so the file is never emptied by a failed step.
           MOVE 0 TO MRG-DUP-IN-HISTORY.
           MOVE 0 TO MRG-SURV-IN-HISTORY.
           MOVE 0 TO MRG-HISTORY-OK.
           MOVE SPACES TO MRG-DUP-FIRST-FAILED.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               MOVE 1 TO MRG-HISTORY-OK
               MOVE 0 TO MRG-EOF
               PERFORM UNTIL MRG-EOF = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO MRG-EOF
                       NOT AT END
                           IF HR-EMPLOYEE-ID = MRG-DUPLICATE-ID
                               MOVE 1 TO MRG-DUP-IN-HISTORY
                               MOVE HR-FIRST-FAILED
                                   TO MRG-DUP-FIRST-FAILED
                           END-IF
                           IF HR-EMPLOYEE-ID = MRG-SURVIVOR-ID
                               MOVE 1 TO MRG-SURV-IN-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF MRG-HISTORY-OK = 1 AND MRG-DUP-IN-HISTORY = 1
               PERFORM COPY-HISTORY-TO-WORK-PARA
               IF MRG-HISTORY-OK = 1
                   PERFORM COPY-WORK-TO-HISTORY-PARA
               END-IF
           END-IF.

       COPY-HISTORY-TO-WORK-PARA.
           OPEN OUTPUT MERGE-WORK-FILE.
           IF MERGE-WORK-FILE-STATUS NOT = "00"
               MOVE 0 TO MRG-HISTORY-OK
               DISPLAY "CANNOT OPEN PERSON-MERGE.WRK. STATUS "
                   MERGE-WORK-FILE-STATUS ". " MRG-HISTORY-NAME
                   " NOT CHANGED; IT STILL HOLDS " MRG-DUPLICATE-ID "."
           ELSE
               OPEN INPUT HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   MOVE 0 TO MRG-HISTORY-OK
                   DISPLAY "CANNOT REOPEN " MRG-HISTORY-NAME
                       ". STATUS " HISTORY-FILE-STATUS
                       ". IT STILL HOLDS " MRG-DUPLICATE-ID "."
               ELSE
                   MOVE 0 TO MRG-EOF
                   PERFORM UNTIL MRG-EOF = 1
                       READ HISTORY-FILE
                           AT END
                               MOVE 1 TO MRG-EOF
                           NOT AT END
                               PERFORM MERGE-HISTORY-LINE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
                   IF MRG-HISTORY-OK = 0
                       DISPLAY "CANNOT WRITE PERSON-MERGE.WRK. "
                           MRG-HISTORY-NAME " NOT CHANGED; IT STILL "
                           "HOLDS " MRG-DUPLICATE-ID "."
                   END-IF
               END-IF
               CLOSE MERGE-WORK-FILE
           END-IF.

       COPY-WORK-TO-HISTORY-PARA.
           OPEN INPUT MERGE-WORK-FILE.
           IF MERGE-WORK-FILE-STATUS NOT = "00"
               MOVE 0 TO MRG-HISTORY-OK
               DISPLAY "CANNOT REOPEN PERSON-MERGE.WRK. STATUS "
                   MERGE-WORK-FILE-STATUS ". " MRG-HISTORY-NAME
                   " NOT CHANGED; IT STILL HOLDS " MRG-DUPLICATE-ID "."
           ELSE
               OPEN OUTPUT HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REWRITE " MRG-HISTORY-NAME
                       ". IT STILL HOLDS " MRG-DUPLICATE-ID "."
               ELSE
                   MOVE 0 TO MRG-EOF
                   PERFORM UNTIL MRG-EOF = 1
                       READ MERGE-WORK-FILE
                           AT END
                               MOVE 1 TO MRG-EOF
                           NOT AT END
                               MOVE MERGE-WORK-REC TO HISTORY-REC
                               WRITE HISTORY-REC
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE MERGE-WORK-FILE
           END-IF.

       MERGE-HISTORY-LINE-PARA.
      *> On EXCEPTION-HISTORY.DAT the survivor's line takes the
      *> duplicate's first-failed date when that is the earlier, so
      *> the case ages from when the person's exception really began.
           IF HR-EMPLOYEE-ID = MRG-DUPLICATE-ID
               MOVE "BEFORE" TO MRG-ACTION
               MOVE MRG-HISTORY-TAG TO MRG-JOURNAL-TAG
               MOVE HISTORY-REC TO MRG-JOURNAL-IMAGE
               PERFORM WRITE-JOURNAL-PARA
               ADD 1 TO MRG-HISTORY-COUNT
               IF MRG-SURV-IN-HISTORY = 1
                   MOVE "DELETE" TO MRG-ACTION
                   PERFORM WRITE-JOURNAL-PARA
               ELSE
                   MOVE MRG-SURVIVOR-ID TO HR-EMPLOYEE-ID
                   MOVE "AFTER" TO MRG-ACTION
                   MOVE HISTORY-REC TO MRG-JOURNAL-IMAGE
                   PERFORM WRITE-JOURNAL-PARA
                   PERFORM WRITE-WORK-LINE-PARA
               END-IF
           ELSE
               IF HR-EMPLOYEE-ID = MRG-SURVIVOR-ID
                   AND MRG-HISTORY-TAG = "EXCHST"
                   AND MRG-DUP-FIRST-FAILED IS NUMERIC
                   AND MRG-DUP-FIRST-FAILED NOT = ZEROS
                   IF HR-FIRST-FAILED IS NOT NUMERIC
                       OR HR-FIRST-FAILED = ZEROS
                       OR MRG-DUP-FIRST-FAILED < HR-FIRST-FAILED
                       MOVE "BEFORE" TO MRG-ACTION
                       MOVE MRG-HISTORY-TAG TO MRG-JOURNAL-TAG
                       MOVE HISTORY-REC TO MRG-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-PARA
                       MOVE MRG-DUP-FIRST-FAILED TO HR-FIRST-FAILED
                       MOVE "AFTER" TO MRG-ACTION
                       MOVE HISTORY-REC TO MRG-JOURNAL-IMAGE
                       PERFORM WRITE-JOURNAL-PARA
                   END-IF
               END-IF
               PERFORM WRITE-WORK-LINE-PARA
           END-IF.

       WRITE-WORK-LINE-PARA.
           MOVE HISTORY-REC TO MERGE-WORK-REC.
           WRITE MERGE-WORK-REC.
           IF MERGE-WORK-FILE-STATUS NOT = "00"
               MOVE 0 TO MRG-HISTORY-OK
           END-IF.

       CLOSE-PENDING-PARA.
      *> Takes the decided request off the queue and records the
      *> decision, with the requester, under the approving operator.
           MOVE "PERSON-MERGE" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "DUP=" MRG-DUPLICATE-ID " KEEP=" MRG-SURVIVOR-ID
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING MRG-DECISION-TEXT DELIMITED BY "="
               "=" PA-REQUESTED-BY DELIMITED BY SIZE
               INTO AUDIT-OUTCOME.
           DELETE PENDING-ACTION-FILE
               INVALID KEY
                   DISPLAY "COULD NOT REMOVE THE REQUEST FROM ",
                       "PENDING-ACTION.DAT. STATUS ",
                       PENDING-ACTION-FILE-STATUS, "."
           END-DELETE.
           PERFORM AUDIT-LOG-PARA.

       AUDIT-LOG-PARA.
           ACCEPT AUDIT-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-WHEN-TIME FROM TIME.
           ACCEPT AUDIT-WHO FROM ENVIRONMENT "USER".
           IF AUDIT-WHO = SPACES THEN
               MOVE "UNKNOWN" TO AUDIT-WHO
           END-IF.
           MOVE SPACES TO AUDIT-REC.
           STRING AUDIT-WHEN-DATE "-" AUDIT-WHEN-TIME " "
               AUDIT-WHO " " AUDIT-SOURCE " " AUDIT-INPUTS " "
               AUDIT-OUTCOME DELIMITED BY SIZE INTO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       WRITE-JOURNAL-PARA.
      *> One journal line per record image: date-time, the action
      *> (MERGE header, BEFORE, AFTER or DELETE), the file it came
      *> from, then the image itself.
           ACCEPT MRG-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT MRG-WHEN-TIME FROM TIME.
           MOVE SPACES TO MERGE-JOURNAL-REC.
           STRING MRG-WHEN-DATE "-" MRG-WHEN-TIME " "
               MRG-ACTION " " MRG-JOURNAL-TAG " " MRG-JOURNAL-IMAGE
               DELIMITED BY SIZE INTO MERGE-JOURNAL-REC.
           WRITE MERGE-JOURNAL-REC.

       RECORD-HISTORY-PARA.
      *> Closes the couple's open version on COUPLE-HISTORY.DAT as of
      *> today with the record as it stood before the merge, then
      *> opens a new version for the record the merge left on the
      *> master, the same way COUPLE-MAINT versions its own changes.
           ACCEPT MRG-HIST-EFFECTIVE FROM DATE YYYYMMDD.
           MOVE MRG-HIST-EFFECTIVE TO MRG-HIST-START.
           IF MRG-HIST-NEW-IMAGE NOT = SPACES
               MOVE MRG-HIST-NEW-IMAGE(1:6) TO MRG-HIST-EMPLOYEE-ID
           ELSE
               MOVE MRG-HIST-PRIOR-IMAGE(1:6) TO MRG-HIST-EMPLOYEE-ID
           END-IF.
           MOVE ZEROS TO MRG-HIST-LAST-VERSION.
           MOVE ZEROS TO MRG-HIST-OPEN-VERSION.
           MOVE 0 TO MRG-HIST-EOF.
           MOVE MRG-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE ZEROS TO CH-VERSION.
           START COUPLE-HISTORY-FILE KEY IS >= CH-HIST-KEY
               INVALID KEY
                   MOVE 1 TO MRG-HIST-EOF
           END-START.
           PERFORM UNTIL MRG-HIST-EOF = 1
               READ COUPLE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MRG-HIST-EOF
                   NOT AT END
                       IF CH-EMPLOYEE-ID NOT = MRG-HIST-EMPLOYEE-ID
                           MOVE 1 TO MRG-HIST-EOF
                       ELSE
                           MOVE CH-VERSION TO MRG-HIST-LAST-VERSION
                           IF CH-END-DATE = 99999999
                               MOVE CH-VERSION
                                   TO MRG-HIST-OPEN-VERSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF MRG-HIST-OPEN-VERSION > 0
               MOVE MRG-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               MOVE MRG-HIST-OPEN-VERSION TO CH-VERSION
               READ COUPLE-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "COUPLE-HISTORY.DAT VERSION NOT FOUND ",
                           "FOR " MRG-HIST-EMPLOYEE-ID "."
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
               IF MRG-HIST-PRIOR-IMAGE NOT = SPACES
                   *> The couple predates its history: keep what it
                   *> was as a first version with no known start.
                   MOVE SPACES TO COUPLE-HIST-REC
                   MOVE MRG-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
                   ADD 1 TO MRG-HIST-LAST-VERSION
                   MOVE MRG-HIST-LAST-VERSION TO CH-VERSION
                   MOVE ZEROS TO CH-START-DATE
                   PERFORM CLOSE-HISTORY-VERSION-PARA
                   PERFORM WRITE-HISTORY-VERSION-PARA
               END-IF
           END-IF.
           IF MRG-HIST-NEW-IMAGE NOT = SPACES
               MOVE SPACES TO COUPLE-HIST-REC
               MOVE MRG-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               ADD 1 TO MRG-HIST-LAST-VERSION
               MOVE MRG-HIST-LAST-VERSION TO CH-VERSION
               MOVE MRG-HIST-START TO CH-START-DATE
               MOVE MRG-HIST-ACTION TO CH-START-ACTION
               MOVE MRG-OPERATOR-ID TO CH-STARTED-BY
               MOVE "PERSON-MERGE" TO CH-START-SOURCE
               MOVE 99999999 TO CH-END-DATE
               MOVE MRG-HIST-NEW-IMAGE TO CH-COUPLE-IMAGE
               PERFORM WRITE-HISTORY-VERSION-PARA
           END-IF.

       CLOSE-HISTORY-VERSION-PARA.
      *> A version begun after today closes on its own start date,
      *> and the next version opens on the date this one was closed,
      *> so no two versions are ever in force on one day.
           IF MRG-HIST-EFFECTIVE < CH-START-DATE
               MOVE CH-START-DATE TO CH-END-DATE
           ELSE
               MOVE MRG-HIST-EFFECTIVE TO CH-END-DATE
           END-IF.
           MOVE CH-END-DATE TO MRG-HIST-START.
           MOVE MRG-HIST-ACTION TO CH-END-ACTION.
           MOVE MRG-OPERATOR-ID TO CH-ENDED-BY.
           MOVE "PERSON-MERGE" TO CH-END-SOURCE.
           MOVE MRG-HIST-PRIOR-IMAGE TO CH-COUPLE-IMAGE.

       WRITE-HISTORY-VERSION-PARA.
           WRITE COUPLE-HIST-REC
               INVALID KEY
                   DISPLAY "COUPLE-HISTORY.DAT NOT WRITTEN FOR ",
                       MRG-HIST-EMPLOYEE-ID, ". STATUS ",
                       COUPLE-HISTORY-FILE-STATUS, "."
               NOT INVALID KEY
                   ADD 1 TO MRG-VERSION-COUNT
           END-WRITE.
