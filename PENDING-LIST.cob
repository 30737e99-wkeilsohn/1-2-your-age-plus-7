       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-LIST.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Morning list of the dual-control actions still waiting for a
      *> second operator: person and couple deletes queued by
      *> PERSON-MAINT and COUPLE-MAINT, waivers queued by
      *> WAIVER-MAINT and person merges queued by PERSON-MERGE.
      *> One line per pending action with who asked
      *> for it and how many days it has waited lands on
      *> PENDING-REPORT.DAT. Nothing is changed here; the actions
      *> are approved or rejected in the maintenance programs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDING-ACTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS PENDING-ACTION-FILE-STATUS.

           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDING-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-REPORT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PENDING-ACTION-FILE.
           COPY "PENDING-ACTION-REC.cpy".

       FD  PENDING-REPORT-FILE.
       01 PENDING-REPORT-REC PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 PENDING-ACTION-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-REPORT-FILE-STATUS PIC XX VALUE "00".

       01 PEND-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 PEND-EOF PIC 9 VALUE 0.
       01 PEND-COUNT PIC 9(5) VALUE ZEROS.
       01 PEND-DAYS-WAITING PIC 9(5) VALUE ZEROS.
       01 PEND-OLDEST-DAYS PIC 9(5) VALUE ZEROS.
      *> Return code for the night-cycle driver: 0 = nothing pending,
      *> 4 = actions are waiting for approval, 8 = failed.
       01 PEND-RETURN-CODE PIC 9(2) VALUE 0.

       01 PEND-DETAIL-LINE.
           02 PDL-PROGRAM PIC X(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PDL-TARGET-ID PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PDL-ACTION PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PDL-REQUESTED-BY PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PDL-REQUESTED-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PDL-DAYS-WAITING PIC ZZZZ9.

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
           ACCEPT PEND-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PENDING-LIST" TO AUDIT-SOURCE.
           MOVE "PENDING-ACTION.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           OPEN OUTPUT PENDING-REPORT-FILE.
           IF PENDING-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PENDING-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO PENDING-REPORT-REC.
           STRING "===== ACTIONS AWAITING SECOND-OPERATOR APPROVAL "
               PEND-RUN-DATE " ====="
               DELIMITED BY SIZE INTO PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC.
           MOVE SPACES TO PENDING-REPORT-REC.
           STRING "PROGRAM          ID     ACTION REQUESTED BY        "
               " REQ-DATE  DAYS" DELIMITED BY SIZE
               INTO PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC.
           *> No queue file yet just means nothing has ever been
           *> queued.
           OPEN INPUT PENDING-ACTION-FILE.
           IF PENDING-ACTION-FILE-STATUS = "00"
               PERFORM UNTIL PEND-EOF = 1
                   READ PENDING-ACTION-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO PEND-EOF
                       NOT AT END
                           PERFORM LIST-ONE-PENDING-PARA
                   END-READ
               END-PERFORM
               CLOSE PENDING-ACTION-FILE
           ELSE
               IF PENDING-ACTION-FILE-STATUS NOT = "35"
                   DISPLAY "CANNOT OPEN PENDING-ACTION.DAT. STATUS ",
                       PENDING-ACTION-FILE-STATUS, "."
                   MOVE 8 TO PEND-RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO PENDING-REPORT-REC.
           IF PEND-RETURN-CODE = 8
               MOVE "PENDING-ACTION.DAT COULD NOT BE READ."
                   TO PENDING-REPORT-REC
           ELSE
               IF PEND-COUNT = 0
                   MOVE "NO ACTIONS ARE PENDING."
                       TO PENDING-REPORT-REC
               ELSE
                   STRING "ACTIONS PENDING: " PEND-COUNT
                       "  OLDEST WAITING DAYS: " PEND-OLDEST-DAYS
                       DELIMITED BY SIZE INTO PENDING-REPORT-REC
                   IF PEND-RETURN-CODE < 4
                       MOVE 4 TO PEND-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           WRITE PENDING-REPORT-REC.
           CLOSE PENDING-REPORT-FILE.
           DISPLAY "ACTIONS PENDING APPROVAL: " PEND-COUNT.
           DISPLAY "REPORT WRITTEN TO PENDING-REPORT.DAT".
           MOVE "PENDING-LIST" TO AUDIT-SOURCE.
           MOVE "PENDING-ACTION.DAT" TO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "PENDING=" PEND-COUNT " OLDEST-DAYS="
               PEND-OLDEST-DAYS DELIMITED BY SIZE
               INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " PEND-RETURN-CODE ".".
           MOVE PEND-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       LIST-ONE-PENDING-PARA.
           ADD 1 TO PEND-COUNT.
           MOVE ZEROS TO PEND-DAYS-WAITING.
           IF PA-REQUESTED-DATE IS NUMERIC
               AND PA-REQUESTED-DATE > 0
               AND PA-REQUESTED-DATE <= PEND-RUN-DATE
               COMPUTE PEND-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(PEND-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PA-REQUESTED-DATE)
           END-IF.
           IF PEND-DAYS-WAITING > PEND-OLDEST-DAYS
               MOVE PEND-DAYS-WAITING TO PEND-OLDEST-DAYS
           END-IF.
           MOVE PA-PROGRAM TO PDL-PROGRAM.
           MOVE PA-TARGET-ID TO PDL-TARGET-ID.
           MOVE PA-ACTION TO PDL-ACTION.
           MOVE PA-REQUESTED-BY TO PDL-REQUESTED-BY.
           MOVE PA-REQUESTED-DATE TO PDL-REQUESTED-DATE.
           MOVE PEND-DAYS-WAITING TO PDL-DAYS-WAITING.
           MOVE PEND-DETAIL-LINE TO PENDING-REPORT-REC.
           WRITE PENDING-REPORT-REC.

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
