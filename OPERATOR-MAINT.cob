       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Online maintenance for the operator authorization file: add,
      *> change, delete and inquire over OPERATOR-AUTH-REC, with every
      *> applied change written to a printed maintenance journal.
      *> Each grant gives one operator (the USER login) a level on one
      *> of the maintenance programs, and optionally the right to
      *> approve other operators' pending dual-control actions there.
      *> Using this program needs a level D grant on OPERATOR-MAINT
      *> itself, except while the file is still empty so the first
      *> grant can be entered. Nobody may change their own grants.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERATOR-AUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-AUTH-KEY
               FILE STATUS IS OPERATOR-AUTH-FILE-STATUS.

           SELECT OPERATOR-JOURNAL-FILE
               ASSIGN TO "OPERATOR-MAINT-JOURNAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-JOURNAL-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  OPERATOR-AUTH-FILE.
           COPY "OPERATOR-AUTH-REC.cpy".

       FD  OPERATOR-JOURNAL-FILE.
       01 OPERATOR-JOURNAL-REC PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 OPERATOR-AUTH-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOR-JOURNAL-FILE-STATUS PIC XX VALUE "00".

       01 OMNT-SELECT-NUM PIC 9 VALUE 0.
       01 OMNT-END PIC 9 VALUE 0.
       01 OMNT-OPERATOR-INPUT PIC X(20) VALUE SPACES.
       01 OMNT-PROGRAM-INPUT PIC X(16) VALUE SPACES.
       01 OMNT-CONFIRM PIC X VALUE SPACE.
       01 OMNT-RECORD-FOUND PIC 9 VALUE 0.
       01 OMNT-KEY-ALLOWED PIC 9 VALUE 0.
       01 OMNT-CHANGES-APPLIED PIC 9(5) VALUE ZEROS.

       01 OMNT-LEVEL-INPUT PIC X(1) VALUE SPACE.
       01 OMNT-LEVEL-VALID PIC 9 VALUE 0.
       01 OMNT-APPROVER-INPUT PIC X(1) VALUE SPACE.
       01 OMNT-APPROVER-VALID PIC 9 VALUE 0.
       01 OMNT-PROGRAM-VALID PIC 9 VALUE 0.

      *> Sign-on: who is running the program, and whether the file
      *> had no grants at all when the session began.
       01 OMNT-SIGNED-ON-ID PIC X(20) VALUE SPACES.
       01 OMNT-AUTH-LEVEL PIC X(1) VALUE SPACE.
       01 OMNT-FILE-EMPTY PIC 9 VALUE 0.

       01 OMNT-WHEN.
           02 OMNT-WHEN-DATE PIC 9(8).
           02 OMNT-WHEN-TIME PIC 9(8).
       01 OMNT-ACTION PIC X(6) VALUE SPACES.

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
           MOVE "OPERATOR-MAINT" TO AUDIT-SOURCE.
           MOVE "OPERATOR-AUTH.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM OPEN-MASTER-PARA.
           PERFORM SIGN-ON-PARA.
           PERFORM OPEN-JOURNAL-PARA.
           PERFORM OMNT-SELECTION-PARA UNTIL OMNT-END = 1.
           CLOSE OPERATOR-AUTH-FILE.
           CLOSE OPERATOR-JOURNAL-FILE.
           DISPLAY "CHANGES APPLIED THIS SESSION: "
               OMNT-CHANGES-APPLIED.
           MOVE "OPERATOR-MAINT" TO AUDIT-SOURCE.
           MOVE "OPERATOR-AUTH.DAT" TO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "CHANGES=" OMNT-CHANGES-APPLIED
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           STOP RUN.

       OPEN-MASTER-PARA.
           OPEN I-O OPERATOR-AUTH-FILE.
           IF OPERATOR-AUTH-FILE-STATUS = "35" THEN
               DISPLAY "OPERATOR-AUTH.DAT NOT FOUND. ",
                   "CREATING AN EMPTY AUTHORIZATION FILE."
               OPEN OUTPUT OPERATOR-AUTH-FILE
               CLOSE OPERATOR-AUTH-FILE
               OPEN I-O OPERATOR-AUTH-FILE
           END-IF.
           IF OPERATOR-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPERATOR-AUTH.DAT. STATUS ",
                   OPERATOR-AUTH-FILE-STATUS, ". ABORTING RUN."
               STOP RUN
           END-IF.

       SIGN-ON-PARA.
      *> A level D grant on OPERATOR-MAINT is needed, unless the file
      *> holds no grants yet; that first session is how the security
      *> officer's own grant gets onto the file.
           ACCEPT OMNT-SIGNED-ON-ID FROM ENVIRONMENT "USER".
           IF OMNT-SIGNED-ON-ID = SPACES THEN
               MOVE "UNKNOWN" TO OMNT-SIGNED-ON-ID
           END-IF.
           MOVE 0 TO OMNT-FILE-EMPTY.
           MOVE LOW-VALUES TO OA-AUTH-KEY.
           START OPERATOR-AUTH-FILE KEY IS >= OA-AUTH-KEY
               INVALID KEY
                   MOVE 1 TO OMNT-FILE-EMPTY
           END-START.
           MOVE SPACE TO OMNT-AUTH-LEVEL.
           MOVE OMNT-SIGNED-ON-ID TO OA-OPERATOR-ID.
           MOVE "OPERATOR-MAINT" TO OA-PROGRAM.
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OA-LEVEL TO OMNT-AUTH-LEVEL
           END-READ.
           IF OMNT-FILE-EMPTY = 1
               DISPLAY "NO GRANTS ON FILE. SIGNED ON AS "
                   OMNT-SIGNED-ON-ID " TO ENTER THE FIRST GRANTS."
           ELSE
               IF OMNT-AUTH-LEVEL NOT = "D"
                   DISPLAY "OPERATOR " OMNT-SIGNED-ON-ID
                       " IS NOT AUTHORIZED FOR OPERATOR-MAINT."
                   MOVE "OPERATOR-MAINT" TO AUDIT-SOURCE
                   MOVE SPACES TO AUDIT-INPUTS
                   STRING "LEVEL=" OMNT-AUTH-LEVEL
                       DELIMITED BY SIZE INTO AUDIT-INPUTS
                   MOVE "DENIED SIGN-ON" TO AUDIT-OUTCOME
                   PERFORM AUDIT-LOG-PARA
                   CLOSE OPERATOR-AUTH-FILE
                   STOP RUN
               END-IF
               DISPLAY "SIGNED ON AS " OMNT-SIGNED-ON-ID
           END-IF.

       OPEN-JOURNAL-PARA.
           OPEN EXTEND OPERATOR-JOURNAL-FILE.
           IF OPERATOR-JOURNAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT OPERATOR-JOURNAL-FILE
           END-IF.
           IF OPERATOR-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN OPERATOR-MAINT-JOURNAL.PRT. ",
                   "ABORTING RUN."
               CLOSE OPERATOR-AUTH-FILE
               STOP RUN
           END-IF.

       OMNT-SELECTION-PARA.
           DISPLAY "OPERATOR AUTHORIZATION MAINTENANCE".
           DISPLAY "1: ADD A GRANT".
           DISPLAY "2: CHANGE A GRANT".
           DISPLAY "3: DELETE A GRANT".
           DISPLAY "4: INQUIRE ON A GRANT".
           DISPLAY "0: END MAINTENANCE".
           DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
           ACCEPT OMNT-SELECT-NUM.
           EVALUATE OMNT-SELECT-NUM
               WHEN 1
                   PERFORM ADD-GRANT-PARA
               WHEN 2
                   PERFORM CHANGE-GRANT-PARA
               WHEN 3
                   PERFORM DELETE-GRANT-PARA
               WHEN 4
                   PERFORM INQUIRE-GRANT-PARA
               WHEN OTHER
                   MOVE 1 TO OMNT-END
           END-EVALUATE.

       ADD-GRANT-PARA.
           PERFORM ACCEPT-GRANT-KEY-PARA.
           IF OMNT-KEY-ALLOWED = 1
               PERFORM ACCEPT-GRANT-FIELDS-PARA
               WRITE OPERATOR-AUTH-REC
                   INVALID KEY
                       DISPLAY "OPERATOR " OMNT-OPERATOR-INPUT
                           " ALREADY HAS A GRANT FOR "
                           OMNT-PROGRAM-INPUT ". ADD REJECTED."
                   NOT INVALID KEY
                       MOVE "ADD" TO OMNT-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       DISPLAY "GRANT ADDED."
               END-WRITE
           END-IF.

       CHANGE-GRANT-PARA.
           PERFORM READ-GRANT-PARA.
           IF OMNT-RECORD-FOUND = 1 AND OMNT-KEY-ALLOWED = 1
               PERFORM DISPLAY-GRANT-PARA
               DISPLAY "ENTER THE REPLACEMENT VALUES."
               PERFORM ACCEPT-GRANT-FIELDS-PARA
               REWRITE OPERATOR-AUTH-REC
                   INVALID KEY
                       DISPLAY "CHANGE FAILED. STATUS ",
                           OPERATOR-AUTH-FILE-STATUS, "."
                   NOT INVALID KEY
                       MOVE "CHANGE" TO OMNT-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       DISPLAY "GRANT CHANGED."
               END-REWRITE
           END-IF.

       DELETE-GRANT-PARA.
           PERFORM READ-GRANT-PARA.
           IF OMNT-RECORD-FOUND = 1 AND OMNT-KEY-ALLOWED = 1
               PERFORM DISPLAY-GRANT-PARA
               DISPLAY "DELETE THIS GRANT (Y/N)? " WITH NO ADVANCING
               ACCEPT OMNT-CONFIRM
               IF OMNT-CONFIRM = "Y" OR OMNT-CONFIRM = "y"
                   DELETE OPERATOR-AUTH-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED. STATUS ",
                               OPERATOR-AUTH-FILE-STATUS, "."
                       NOT INVALID KEY
                           MOVE "DELETE" TO OMNT-ACTION
                           PERFORM WRITE-JOURNAL-PARA
                           DISPLAY "GRANT DELETED."
                   END-DELETE
               ELSE
                   DISPLAY "DELETE NOT CONFIRMED. NO CHANGE APPLIED."
               END-IF
           END-IF.

       INQUIRE-GRANT-PARA.
           PERFORM READ-GRANT-PARA.
           IF OMNT-RECORD-FOUND = 1
               PERFORM DISPLAY-GRANT-PARA
           END-IF.

       ACCEPT-GRANT-KEY-PARA.
      *> Operator and program identify the grant. Only the known
      *> maintenance programs can be granted, and an operator's own
      *> grants are off limits except while entering the first ones.
           MOVE 0 TO OMNT-KEY-ALLOWED.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OMNT-OPERATOR-INPUT.
           PERFORM ACCEPT-GRANT-PROGRAM-PARA.
           IF OMNT-OPERATOR-INPUT = SPACES
               DISPLAY "OPERATOR ID MAY NOT BE BLANK."
           ELSE
               IF OMNT-OPERATOR-INPUT = OMNT-SIGNED-ON-ID
                   AND OMNT-FILE-EMPTY = 0
                   DISPLAY "YOU MAY NOT CHANGE YOUR OWN GRANTS. ",
                       "ATTEMPT RECORDED."
                   MOVE "OPERATOR-MAINT" TO AUDIT-SOURCE
                   MOVE SPACES TO AUDIT-INPUTS
                   STRING "OWN GRANT " OMNT-PROGRAM-INPUT
                       DELIMITED BY SIZE INTO AUDIT-INPUTS
                   MOVE "DENIED SELF-GRANT" TO AUDIT-OUTCOME
                   PERFORM AUDIT-LOG-PARA
               ELSE
                   MOVE OMNT-OPERATOR-INPUT TO OA-OPERATOR-ID
                   MOVE OMNT-PROGRAM-INPUT TO OA-PROGRAM
                   MOVE 1 TO OMNT-KEY-ALLOWED
               END-IF
           END-IF.

       ACCEPT-GRANT-PROGRAM-PARA.
           MOVE 0 TO OMNT-PROGRAM-VALID.
           PERFORM UNTIL OMNT-PROGRAM-VALID = 1
               DISPLAY "ENTER PROGRAM (COUPLE-MAINT, PERSON-MAINT, ",
                   "WAIVER-MAINT, PERSON-MERGE, OPERATOR-MAINT): "
                   WITH NO ADVANCING
               ACCEPT OMNT-PROGRAM-INPUT
               IF OMNT-PROGRAM-INPUT = "COUPLE-MAINT"
                   OR OMNT-PROGRAM-INPUT = "PERSON-MAINT"
                   OR OMNT-PROGRAM-INPUT = "WAIVER-MAINT"
                   OR OMNT-PROGRAM-INPUT = "PERSON-MERGE"
                   OR OMNT-PROGRAM-INPUT = "OPERATOR-MAINT"
                   MOVE 1 TO OMNT-PROGRAM-VALID
               ELSE
                   DISPLAY "NOT A MAINTENANCE PROGRAM. ",
                       "PLEASE TRY AGAIN."
               END-IF
           END-PERFORM.

       READ-GRANT-PARA.
           MOVE 0 TO OMNT-RECORD-FOUND.
           PERFORM ACCEPT-GRANT-KEY-PARA.
           IF OMNT-KEY-ALLOWED = 1
               READ OPERATOR-AUTH-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR " OMNT-OPERATOR-INPUT
                           " HAS NO GRANT FOR " OMNT-PROGRAM-INPUT "."
                   NOT INVALID KEY
                       MOVE 1 TO OMNT-RECORD-FOUND
               END-READ
           END-IF.

       DISPLAY-GRANT-PARA.
           DISPLAY "OPERATOR: " OA-OPERATOR-ID.
           DISPLAY "PROGRAM: " OA-PROGRAM.
           EVALUATE OA-LEVEL
               WHEN "I"
                   DISPLAY "LEVEL: I (INQUIRE)"
               WHEN "C"
                   DISPLAY "LEVEL: C (INQUIRE, ADD, CHANGE)"
               WHEN "D"
                   DISPLAY "LEVEL: D (INQUIRE, ADD, CHANGE, DELETE)"
               WHEN OTHER
                   DISPLAY "LEVEL: " OA-LEVEL " (UNKNOWN)"
           END-EVALUATE.
           DISPLAY "APPROVER: " OA-APPROVER.
           DISPLAY "GRANTED BY: " OA-GRANTED-BY
               " ON " OA-GRANTED-DATE.

       ACCEPT-GRANT-FIELDS-PARA.
           PERFORM ACCEPT-GRANT-LEVEL-PARA.
           PERFORM ACCEPT-GRANT-APPROVER-PARA.
           MOVE OMNT-SIGNED-ON-ID TO OA-GRANTED-BY.
           ACCEPT OA-GRANTED-DATE FROM DATE YYYYMMDD.

       ACCEPT-GRANT-LEVEL-PARA.
           MOVE 0 TO OMNT-LEVEL-VALID.
           PERFORM UNTIL OMNT-LEVEL-VALID = 1
               DISPLAY "ENTER LEVEL (I=INQUIRE C=CHANGE D=DELETE): "
                   WITH NO ADVANCING
               ACCEPT OMNT-LEVEL-INPUT
               IF OMNT-LEVEL-INPUT = "I" OR OMNT-LEVEL-INPUT = "C"
                   OR OMNT-LEVEL-INPUT = "D"
                   MOVE OMNT-LEVEL-INPUT TO OA-LEVEL
                   MOVE 1 TO OMNT-LEVEL-VALID
               ELSE
                   DISPLAY "LEVEL MUST BE I, C OR D. ",
                       "PLEASE TRY AGAIN."
               END-IF
           END-PERFORM.

       ACCEPT-GRANT-APPROVER-PARA.
           MOVE 0 TO OMNT-APPROVER-VALID.
           PERFORM UNTIL OMNT-APPROVER-VALID = 1
               DISPLAY "MAY APPROVE PENDING ACTIONS (Y/N): "
                   WITH NO ADVANCING
               ACCEPT OMNT-APPROVER-INPUT
               IF OMNT-APPROVER-INPUT = "Y" OR OMNT-APPROVER-INPUT = "N"
                   MOVE OMNT-APPROVER-INPUT TO OA-APPROVER
                   MOVE 1 TO OMNT-APPROVER-VALID
               ELSE
                   DISPLAY "PLEASE ENTER Y OR N."
               END-IF
           END-PERFORM.

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
           ADD 1 TO OMNT-CHANGES-APPLIED.
           ACCEPT OMNT-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT OMNT-WHEN-TIME FROM TIME.
           MOVE SPACES TO OPERATOR-JOURNAL-REC.
           STRING OMNT-WHEN-DATE "-" OMNT-WHEN-TIME " "
               OMNT-ACTION " " OPERATOR-AUTH-REC
               DELIMITED BY SIZE INTO OPERATOR-JOURNAL-REC.
           WRITE OPERATOR-JOURNAL-REC.
