       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUPLE-SNAPSHOT.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Nightly compliance snapshot for HR analytics. One comma-
      *> delimited row per couple on COUPLE-MASTER.DAT lands on
      *> COUPLE-SNAPSHOT.CSV, so the picture spread over the
      *> exception, watch-list and aging reports and the waiver file
      *> can be loaded straight into a spreadsheet. Runs after
      *> COUPLE-RECON and NOTIFY-LETTERS in the night cycle.
      *>
      *> The first row names the columns:
      *>   RUN-DATE         the date the snapshot was taken
      *>   EMPLOYEE-ID      the couple, as keyed on the master
      *>   PARTNER-ID
      *>   EMPLOYEE-AGE     both ages derived from the birth dates
      *>   PARTNER-AGE      as of the run date (empty when unusable)
      *>   RESULT           PASS or FAIL under the rule currently on
      *>                    PARAMFILE.DAT, NO-DOB when either birth
      *>                    date cannot be used
      *>   MARGIN           years of age change to the nearest rule
      *>                    boundary: zero or more for a pass,
      *>                    negative by how far outside for a fail
      *>   EXCEPTION-CLASS  the reconciliation's class from
      *>                    RECON-CASES.DAT: NEW, STILL FAILING,
      *>                    WAIVED, RESOLVED or NONE
      *>   WAIVER-STATUS    OPEN, UNDER REVIEW, WAIVED or CLOSED from
      *>                    WAIVER-MASTER.DAT, NONE without a case
      *>   WAIVER-EXPIRY    YYYYMMDD, empty when the waiver has no
      *>                    expiry or there is no case
      *> The last row is the control-total trailer: TRAILER, the run
      *> date, then ROWS=, PASS=, FAIL=, NO-DOB=, NEW=, STILL=,
      *> WAIVED=, RESOLVED=, the rule as DIVISOR= and OFFSET=, and
      *> CASES-AS-OF= with the run date of the RECON-CASES.DAT used.
      *> Rows are up to 200 characters; the trailer, the longest,
      *> takes 169. A trailer that would not fit fails the run
      *> rather than leave the control totals cut short.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COUPLE-MASTER-FILE ASSIGN TO "COUPLE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-EMPLOYEE-ID
               FILE STATUS IS COUPLE-MASTER-FILE-STATUS.

           SELECT WAIVER-MASTER-FILE ASSIGN TO "WAIVER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WV-EMPLOYEE-ID
               FILE STATUS IS WAIVER-MASTER-FILE-STATUS.

           SELECT RECON-CASE-FILE ASSIGN TO "RECON-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CASE-FILE-STATUS.

           SELECT CASE-WORK-FILE ASSIGN TO "COUPLE-SNAPSHOT-CASES.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SW-EMPLOYEE-ID
               FILE STATUS IS CASE-WORK-FILE-STATUS.

           SELECT AGE-RULE-PARM-FILE ASSIGN TO "PARAMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RULE-PARM-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "COUPLE-SNAPSHOT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

       FD  WAIVER-MASTER-FILE.
           COPY "WAIVER-REC.cpy".

       FD  RECON-CASE-FILE.
           COPY "RECON-CASE-REC.cpy".

      *> Tonight's RECON-CASES.DAT re-keyed by employee id, rebuilt
      *> on every run.
       FD  CASE-WORK-FILE.
       01 CASE-WORK-REC.
           02 SW-EMPLOYEE-ID PIC X(6).
           02 SW-CLASS PIC X(1).

       FD  AGE-RULE-PARM-FILE.
           COPY "AGE-RULE-PARM.cpy".

       FD  SNAPSHOT-FILE.
       01 SNAPSHOT-REC PIC X(200).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 WAIVER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 RECON-CASE-FILE-STATUS PIC XX VALUE "00".
       01 CASE-WORK-FILE-STATUS PIC XX VALUE "00".
       01 AGE-RULE-PARM-FILE-STATUS PIC XX VALUE "00".
       01 SNAPSHOT-FILE-STATUS PIC XX VALUE "00".

       01 AGE-RULE-DIVISOR PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET PIC 99 VALUE 7.
       01 AGE-RULE-DIVISOR-CANDIDATE PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET-CANDIDATE PIC 99 VALUE 7.
       01 AGE-RULE-UPPER-CHECK PIC 9(4) VALUE ZEROS.

       01 SNAP-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 SNAP-EOF PIC 9 VALUE 0.
      *> Return code for the night-cycle driver: 0 = clean,
      *> 4 = written without tonight's reconciliation classes,
      *> 8 = failed.
       01 SNAP-RETURN-CODE PIC 9(2) VALUE 0.
       01 SNAP-WAIVER-OPEN PIC 9 VALUE 0.
       01 SNAP-CASES-FOUND PIC 9 VALUE 0.
       01 SNAP-CASES-AS-OF PIC 9(8) VALUE ZEROS.
       01 SNAP-CASES-LOADED PIC 9(7) VALUE ZEROS.

       01 SNAP-AGE-WORK PIC 9(4) VALUE ZEROS.
       01 SNAP-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 SNAP-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 SNAP-DOB-IN PIC 9(8) VALUE ZEROS.
       01 SNAP-AGE-OUT PIC 9(3) VALUE ZEROS.
       01 SNAP-DOB-OK PIC 9 VALUE 0.
       01 SNAP-DOBS-VALID PIC 9 VALUE 0.
       01 SNAP-AGE-OK PIC 9 VALUE 0.
       01 SNAP-EMPLOYEE-RANGE.
           02 SNAP-EMPLOYEE-LOWER PIC 9(3) VALUE ZEROS.
           02 SNAP-EMPLOYEE-UPPER PIC 9(3) VALUE ZEROS.
       01 SNAP-PARTNER-RANGE.
           02 SNAP-PARTNER-LOWER PIC 9(3) VALUE ZEROS.
           02 SNAP-PARTNER-UPPER PIC 9(3) VALUE ZEROS.
       01 SNAP-MARGIN PIC S9(4) VALUE ZEROS.
       01 SNAP-MARGIN-WORK PIC S9(4) VALUE ZEROS.

      *> The row in hand, column by column.
       01 SNAP-EMPLOYEE-AGE-OUT PIC X(3) VALUE SPACES.
       01 SNAP-PARTNER-AGE-OUT PIC X(3) VALUE SPACES.
       01 SNAP-AGE-EDIT PIC ZZ9.
       01 SNAP-RESULT PIC X(6) VALUE SPACES.
       01 SNAP-MARGIN-OUT PIC X(4) VALUE SPACES.
       01 SNAP-MARGIN-EDIT PIC -(3)9.
       01 SNAP-CLASS-OUT PIC X(13) VALUE SPACES.
       01 SNAP-WAIVER-OUT PIC X(12) VALUE SPACES.
       01 SNAP-EXPIRY-OUT PIC X(8) VALUE SPACES.

       01 SNAP-COUNTS.
           02 SNAP-ROW-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-PASS-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-FAIL-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-NO-DOB-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-NEW-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-STILL-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-WAIVED-COUNT PIC 9(7) VALUE ZEROS.
           02 SNAP-RESOLVED-COUNT PIC 9(7) VALUE ZEROS.

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
           ACCEPT SNAP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "COUPLE-SNAPSHOT" TO AUDIT-SOURCE.
           MOVE "COUPLE-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           PERFORM LOAD-RECON-CASES-PARA.
           IF SNAP-RETURN-CODE = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COUPLE-MASTER.DAT NOT FOUND. ABORTING RUN."
               CLOSE CASE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-SNAPSHOT.CSV FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE CASE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           *> No waiver file only means no case has been opened yet.
           OPEN INPUT WAIVER-MASTER-FILE.
           IF WAIVER-MASTER-FILE-STATUS = "00"
               MOVE 1 TO SNAP-WAIVER-OPEN
           ELSE
               DISPLAY "NO WAIVER-MASTER.DAT. EVERY COUPLE WILL SHOW ",
                   "NO WAIVER."
           END-IF.
           MOVE SPACES TO SNAPSHOT-REC.
           STRING "RUN-DATE,EMPLOYEE-ID,PARTNER-ID,EMPLOYEE-AGE,"
               "PARTNER-AGE,RESULT,MARGIN,EXCEPTION-CLASS,"
               "WAIVER-STATUS,WAIVER-EXPIRY"
               DELIMITED BY SIZE INTO SNAPSHOT-REC.
           WRITE SNAPSHOT-REC.
           PERFORM UNTIL SNAP-EOF = 1
               READ COUPLE-MASTER-FILE
                   AT END
                       MOVE 1 TO SNAP-EOF
                   NOT AT END
                       PERFORM SNAP-ONE-COUPLE-PARA
               END-READ
           END-PERFORM.
           PERFORM WRITE-TRAILER-PARA.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE SNAPSHOT-FILE.
           CLOSE CASE-WORK-FILE.
           IF SNAP-WAIVER-OPEN = 1
               CLOSE WAIVER-MASTER-FILE
           END-IF.
           DISPLAY "COUPLES IN SNAPSHOT: " SNAP-ROW-COUNT.
           DISPLAY "PASSING: " SNAP-PASS-COUNT " FAILING: "
               SNAP-FAIL-COUNT " WITHOUT USABLE BIRTH DATES: "
               SNAP-NO-DOB-COUNT.
           DISPLAY "SNAPSHOT WRITTEN TO COUPLE-SNAPSHOT.CSV".
           MOVE "COUPLE-SNAPSHOT" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "ROWS=" SNAP-ROW-COUNT
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "PASS=" SNAP-PASS-COUNT " FAIL=" SNAP-FAIL-COUNT
               " NODOB=" SNAP-NO-DOB-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " SNAP-RETURN-CODE ".".
           MOVE SNAP-RETURN-CODE TO RETURN-CODE.
           GOBACK.

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

       LOAD-AGE-RULE-PARM-PARA.
           OPEN INPUT AGE-RULE-PARM-FILE.
           IF AGE-RULE-PARM-FILE-STATUS = "00" THEN
               READ AGE-RULE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AGE-RULE-DIVISOR
                           TO AGE-RULE-DIVISOR-CANDIDATE
                       MOVE AGE-RULE-OFFSET
                           TO AGE-RULE-OFFSET-CANDIDATE
                       IF ARP-DIVISOR NOT = ZERO THEN
                           MOVE ARP-DIVISOR
                               TO AGE-RULE-DIVISOR-CANDIDATE
                       ELSE
                           DISPLAY "PARAMFILE.DAT: DIVISOR 0 ",
                               "REJECTED. KEEPING DEFAULT DIVISOR ",
                               AGE-RULE-DIVISOR, "."
                       END-IF
                       *> Reject an offset that would make
                       *> (age - offset) negative for the youngest
                       *> valid age (14) - AGE-RULE-OFFSET is
                       *> unsigned, so a negative intermediate result
                       *> would silently wrap to its absolute value.
                       IF ARP-OFFSET < 14 THEN
                           MOVE ARP-OFFSET TO AGE-RULE-OFFSET-CANDIDATE
                       ELSE
                           DISPLAY "PARAMFILE.DAT: OFFSET ",
                               ARP-OFFSET, " OUT OF RANGE. KEEPING ",
                               "DEFAULT OFFSET ", AGE-RULE-OFFSET, "."
                       END-IF
                       *> (120 - offset) * divisor is the largest
                       *> *-UPPER the oldest valid age (120) can
                       *> produce - reject the whole candidate pair
                       *> if it would overflow the PIC 9(3) *-UPPER
                       *> fields instead of letting COMPUTE truncate it.
                       COMPUTE AGE-RULE-UPPER-CHECK =
                           (120 - AGE-RULE-OFFSET-CANDIDATE)
                           * AGE-RULE-DIVISOR-CANDIDATE
                       IF AGE-RULE-UPPER-CHECK > 999 THEN
                           DISPLAY "PARAMFILE.DAT: DIVISOR/OFFSET ",
                               "COMBINATION WOULD OVERFLOW A 3-DIGIT ",
                               "AGE RANGE. KEEPING DEFAULTS."
                       ELSE
                           MOVE AGE-RULE-DIVISOR-CANDIDATE
                               TO AGE-RULE-DIVISOR
                           MOVE AGE-RULE-OFFSET-CANDIDATE
                               TO AGE-RULE-OFFSET
                       END-IF
               END-READ
               CLOSE AGE-RULE-PARM-FILE
           END-IF.

       LOAD-RECON-CASES-PARA.
      *> Without RECON-CASES.DAT the snapshot still goes out, every
      *> class NONE, and the run ends 4 so the gap is seen. Classes
      *> from another night's reconciliation are used but flagged the
      *> same way. A repeated employee id keeps its first line.
           MOVE 0 TO SNAP-CASES-LOADED.
           MOVE 0 TO SNAP-EOF.
           OPEN OUTPUT CASE-WORK-FILE.
           IF CASE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-SNAPSHOT-CASES.WRK. ",
                   "ABORTING RUN."
               MOVE 8 TO SNAP-RETURN-CODE
           ELSE
               OPEN INPUT RECON-CASE-FILE
               IF RECON-CASE-FILE-STATUS NOT = "00"
                   DISPLAY "RECON-CASES.DAT NOT FOUND. EXCEPTION ",
                       "CLASSES WILL SHOW AS NONE."
                   MOVE 4 TO SNAP-RETURN-CODE
               ELSE
                   MOVE 1 TO SNAP-CASES-FOUND
                   PERFORM UNTIL SNAP-EOF = 1
                       READ RECON-CASE-FILE
                           AT END
                               MOVE 1 TO SNAP-EOF
                           NOT AT END
                               PERFORM NOTE-ONE-CASE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE RECON-CASE-FILE
                   IF SNAP-CASES-AS-OF NOT = 0
                       AND SNAP-CASES-AS-OF NOT = SNAP-RUN-DATE
                       AND SNAP-RETURN-CODE < 4
                       DISPLAY "RECON-CASES.DAT IS FROM "
                           SNAP-CASES-AS-OF ", NOT TONIGHT'S RUN."
                       MOVE 4 TO SNAP-RETURN-CODE
                   END-IF
               END-IF
               CLOSE CASE-WORK-FILE
               IF SNAP-RETURN-CODE NOT = 8
                   OPEN INPUT CASE-WORK-FILE
                   IF CASE-WORK-FILE-STATUS NOT = "00"
                       DISPLAY "CANNOT REOPEN ",
                           "COUPLE-SNAPSHOT-CASES.WRK. ABORTING RUN."
                       MOVE 8 TO SNAP-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO SNAP-EOF.

       NOTE-ONE-CASE-PARA.
           IF SNAP-CASES-AS-OF = 0
               MOVE RK-RUN-DATE TO SNAP-CASES-AS-OF
           END-IF.
           MOVE RK-EMPLOYEE-ID TO SW-EMPLOYEE-ID.
           MOVE RK-CLASS TO SW-CLASS.
           WRITE CASE-WORK-REC
               INVALID KEY
                   IF CASE-WORK-FILE-STATUS NOT = "22"
                       DISPLAY "COUPLE-SNAPSHOT-CASES.WRK WRITE ",
                           "FAILED. STATUS " CASE-WORK-FILE-STATUS "."
                       MOVE 8 TO SNAP-RETURN-CODE
                       MOVE 1 TO SNAP-EOF
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO SNAP-CASES-LOADED
           END-WRITE.

       SNAP-ONE-COUPLE-PARA.
           ADD 1 TO SNAP-ROW-COUNT.
           MOVE SPACES TO SNAP-EMPLOYEE-AGE-OUT.
           MOVE SPACES TO SNAP-PARTNER-AGE-OUT.
           MOVE SPACES TO SNAP-MARGIN-OUT.
           PERFORM DERIVE-COUPLE-AGES-PARA.
           IF SNAP-DOBS-VALID = 0
               ADD 1 TO SNAP-NO-DOB-COUNT
               MOVE "NO-DOB" TO SNAP-RESULT
           ELSE
               MOVE SNAP-EMPLOYEE-AGE TO SNAP-AGE-EDIT
               MOVE SNAP-AGE-EDIT TO SNAP-EMPLOYEE-AGE-OUT
               MOVE SNAP-PARTNER-AGE TO SNAP-AGE-EDIT
               MOVE SNAP-AGE-EDIT TO SNAP-PARTNER-AGE-OUT
               PERFORM CHECK-SNAP-COUPLE-PARA
               PERFORM COMPUTE-MARGIN-PARA
               MOVE SNAP-MARGIN TO SNAP-MARGIN-EDIT
               MOVE SNAP-MARGIN-EDIT TO SNAP-MARGIN-OUT
               IF SNAP-AGE-OK = 1
                   ADD 1 TO SNAP-PASS-COUNT
                   MOVE "PASS" TO SNAP-RESULT
               ELSE
                   ADD 1 TO SNAP-FAIL-COUNT
                   MOVE "FAIL" TO SNAP-RESULT
               END-IF
           END-IF.
           PERFORM LOOKUP-CLASS-PARA.
           PERFORM LOOKUP-WAIVER-PARA.
           MOVE SPACES TO SNAPSHOT-REC.
           STRING SNAP-RUN-DATE "," CM-EMPLOYEE-ID ","
               CM-PARTNER-ID ","
               FUNCTION TRIM(SNAP-EMPLOYEE-AGE-OUT) ","
               FUNCTION TRIM(SNAP-PARTNER-AGE-OUT) ","
               FUNCTION TRIM(SNAP-RESULT) ","
               FUNCTION TRIM(SNAP-MARGIN-OUT) ","
               FUNCTION TRIM(SNAP-CLASS-OUT) ","
               FUNCTION TRIM(SNAP-WAIVER-OUT) ","
               FUNCTION TRIM(SNAP-EXPIRY-OUT)
               DELIMITED BY SIZE INTO SNAPSHOT-REC.
           WRITE SNAPSHOT-REC.

       DERIVE-COUPLE-AGES-PARA.
           MOVE 1 TO SNAP-DOBS-VALID.
           IF CM-EMPLOYEE-DOB IS NUMERIC
               MOVE CM-EMPLOYEE-DOB TO SNAP-DOB-IN
           ELSE
               MOVE ZEROS TO SNAP-DOB-IN
           END-IF.
           PERFORM DERIVE-ONE-AGE-PARA.
           IF SNAP-DOB-OK = 1
               MOVE SNAP-AGE-OUT TO SNAP-EMPLOYEE-AGE
           ELSE
               MOVE 0 TO SNAP-DOBS-VALID
           END-IF.
           IF CM-PARTNER-DOB IS NUMERIC
               MOVE CM-PARTNER-DOB TO SNAP-DOB-IN
           ELSE
               MOVE ZEROS TO SNAP-DOB-IN
           END-IF.
           PERFORM DERIVE-ONE-AGE-PARA.
           IF SNAP-DOB-OK = 1
               MOVE SNAP-AGE-OUT TO SNAP-PARTNER-AGE
           ELSE
               MOVE 0 TO SNAP-DOBS-VALID
           END-IF.

       DERIVE-ONE-AGE-PARA.
           MOVE 0 TO SNAP-DOB-OK.
           MOVE ZEROS TO SNAP-AGE-OUT.
           IF SNAP-DOB-IN > 0 AND SNAP-DOB-IN < SNAP-RUN-DATE
               COMPUTE SNAP-AGE-WORK =
                   (SNAP-RUN-DATE - SNAP-DOB-IN) / 10000
               IF SNAP-AGE-WORK >= 14 AND SNAP-AGE-WORK <= 120
                   MOVE SNAP-AGE-WORK TO SNAP-AGE-OUT
                   MOVE 1 TO SNAP-DOB-OK
               END-IF
           END-IF.

       CHECK-SNAP-COUPLE-PARA.
           MOVE 0 TO SNAP-AGE-OK.
           COMPUTE SNAP-EMPLOYEE-LOWER ROUNDED =
               (SNAP-EMPLOYEE-AGE / AGE-RULE-DIVISOR)
               + AGE-RULE-OFFSET.
           COMPUTE SNAP-EMPLOYEE-UPPER ROUNDED =
               (SNAP-EMPLOYEE-AGE - AGE-RULE-OFFSET)
               * AGE-RULE-DIVISOR.
           COMPUTE SNAP-PARTNER-LOWER ROUNDED =
               (SNAP-PARTNER-AGE / AGE-RULE-DIVISOR)
               + AGE-RULE-OFFSET.
           COMPUTE SNAP-PARTNER-UPPER ROUNDED =
               (SNAP-PARTNER-AGE - AGE-RULE-OFFSET)
               * AGE-RULE-DIVISOR.
           IF SNAP-PARTNER-AGE >= SNAP-EMPLOYEE-LOWER
               AND SNAP-PARTNER-AGE <= SNAP-EMPLOYEE-UPPER
               AND SNAP-EMPLOYEE-AGE >= SNAP-PARTNER-LOWER
               AND SNAP-EMPLOYEE-AGE <= SNAP-PARTNER-UPPER THEN
               MOVE 1 TO SNAP-AGE-OK
           END-IF.

       COMPUTE-MARGIN-PARA.
      *> The same measure as the reconciliation's watch-list margin -
      *> the smallest distance from either partner's age to either
      *> end of the other's allowed range - kept signed, so a failing
      *> couple shows how far outside the rule it is.
           COMPUTE SNAP-MARGIN =
               SNAP-PARTNER-AGE - SNAP-EMPLOYEE-LOWER.
           COMPUTE SNAP-MARGIN-WORK =
               SNAP-EMPLOYEE-UPPER - SNAP-PARTNER-AGE.
           IF SNAP-MARGIN-WORK < SNAP-MARGIN
               MOVE SNAP-MARGIN-WORK TO SNAP-MARGIN
           END-IF.
           COMPUTE SNAP-MARGIN-WORK =
               SNAP-EMPLOYEE-AGE - SNAP-PARTNER-LOWER.
           IF SNAP-MARGIN-WORK < SNAP-MARGIN
               MOVE SNAP-MARGIN-WORK TO SNAP-MARGIN
           END-IF.
           COMPUTE SNAP-MARGIN-WORK =
               SNAP-PARTNER-UPPER - SNAP-EMPLOYEE-AGE.
           IF SNAP-MARGIN-WORK < SNAP-MARGIN
               MOVE SNAP-MARGIN-WORK TO SNAP-MARGIN
           END-IF.

       LOOKUP-CLASS-PARA.
      *> A watch-list line is a passing couple, not an exception.
           MOVE "NONE" TO SNAP-CLASS-OUT.
           MOVE CM-EMPLOYEE-ID TO SW-EMPLOYEE-ID.
           READ CASE-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE SW-CLASS
                       WHEN "N"
                           MOVE "NEW" TO SNAP-CLASS-OUT
                           ADD 1 TO SNAP-NEW-COUNT
                       WHEN "S"
                           MOVE "STILL FAILING" TO SNAP-CLASS-OUT
                           ADD 1 TO SNAP-STILL-COUNT
                       WHEN "W"
                           MOVE "WAIVED" TO SNAP-CLASS-OUT
                           ADD 1 TO SNAP-WAIVED-COUNT
                       WHEN "R"
                           MOVE "RESOLVED" TO SNAP-CLASS-OUT
                           ADD 1 TO SNAP-RESOLVED-COUNT
                   END-EVALUATE
           END-READ.

       LOOKUP-WAIVER-PARA.
           MOVE "NONE" TO SNAP-WAIVER-OUT.
           MOVE SPACES TO SNAP-EXPIRY-OUT.
           IF SNAP-WAIVER-OPEN = 1
               MOVE CM-EMPLOYEE-ID TO WV-EMPLOYEE-ID
               READ WAIVER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE WV-STATUS
                           WHEN "O"
                               MOVE "OPEN" TO SNAP-WAIVER-OUT
                           WHEN "R"
                               MOVE "UNDER REVIEW" TO SNAP-WAIVER-OUT
                           WHEN "W"
                               MOVE "WAIVED" TO SNAP-WAIVER-OUT
                           WHEN "C"
                               MOVE "CLOSED" TO SNAP-WAIVER-OUT
                           WHEN OTHER
                               MOVE WV-STATUS TO SNAP-WAIVER-OUT
                       END-EVALUATE
                       IF WV-EXPIRY-DATE IS NUMERIC
                           AND WV-EXPIRY-DATE > 0
                           MOVE WV-EXPIRY-DATE TO SNAP-EXPIRY-OUT
                       END-IF
               END-READ
           END-IF.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO SNAPSHOT-REC.
           STRING "TRAILER," SNAP-RUN-DATE
               ",ROWS=" SNAP-ROW-COUNT
               ",PASS=" SNAP-PASS-COUNT
               ",FAIL=" SNAP-FAIL-COUNT
               ",NO-DOB=" SNAP-NO-DOB-COUNT
               ",NEW=" SNAP-NEW-COUNT
               ",STILL=" SNAP-STILL-COUNT
               ",WAIVED=" SNAP-WAIVED-COUNT
               ",RESOLVED=" SNAP-RESOLVED-COUNT
               ",DIVISOR=" AGE-RULE-DIVISOR
               ",OFFSET=" AGE-RULE-OFFSET
               ",CASES-AS-OF=" SNAP-CASES-AS-OF
               DELIMITED BY SIZE INTO SNAPSHOT-REC
               ON OVERFLOW
                   DISPLAY "TRAILER DOES NOT FIT THE SNAPSHOT ROW. ",
                       "CONTROL TOTALS CUT SHORT."
                   MOVE 8 TO SNAP-RETURN-CODE
           END-STRING.
           WRITE SNAPSHOT-REC.
