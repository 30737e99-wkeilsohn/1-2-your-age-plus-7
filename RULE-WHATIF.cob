       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULE-WHATIF.
       AUTHOR. WILLIAM-KEILSOHN.

      *> What-if run for a proposed age-rule change. The live rule
      *> comes from PARAMFILE.DAT and the proposed one from
      *> PARAMFILE-PROPOSED.DAT (same layout). Both are applied to
      *> every couple on the master, the way COUPLE-RECON applies the
      *> rule to the couple record's ages and COUPLE-AGING applies it
      *> to ages derived from the birth dates, and every couple whose
      *> result or watch-list standing would change is listed.
      *> Nothing but the report and the audit log is written: the
      *> exception history, aging status and run history are left
      *> alone so a trial rule never shows up as compliance movement.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COUPLE-MASTER-FILE ASSIGN TO "COUPLE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-EMPLOYEE-ID
               FILE STATUS IS COUPLE-MASTER-FILE-STATUS.

           SELECT AGE-RULE-PARM-FILE ASSIGN TO DYNAMIC WHIF-PARM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RULE-PARM-FILE-STATUS.

           SELECT WHATIF-REPORT-FILE ASSIGN TO "RULE-WHATIF-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHATIF-REPORT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

       FD  AGE-RULE-PARM-FILE.
           COPY "AGE-RULE-PARM.cpy".

       FD  WHATIF-REPORT-FILE.
       01 WHATIF-REPORT-REC PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 AGE-RULE-PARM-FILE-STATUS PIC XX VALUE "00".
       01 WHATIF-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 WHIF-PARM-NAME PIC X(40) VALUE SPACES.

       01 AGE-RULE-DIVISOR PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET PIC 99 VALUE 7.
       01 AGE-RULE-WATCH-MARGIN PIC 99 VALUE 3.
       01 AGE-RULE-DIVISOR-CANDIDATE PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET-CANDIDATE PIC 99 VALUE 7.
       01 AGE-RULE-UPPER-CHECK PIC 9(4) VALUE ZEROS.
       01 AGE-RULE-REJECTED PIC 9 VALUE 0.

      *> The rule in force and the rule being proposed.
       01 WHIF-LIVE-RULE.
           02 WHIF-LIVE-DIVISOR PIC 9 VALUE 2.
           02 WHIF-LIVE-OFFSET PIC 99 VALUE 7.
           02 WHIF-LIVE-MARGIN PIC 99 VALUE 3.
       01 WHIF-NEW-RULE.
           02 WHIF-NEW-DIVISOR PIC 9 VALUE 2.
           02 WHIF-NEW-OFFSET PIC 99 VALUE 7.
           02 WHIF-NEW-MARGIN PIC 99 VALUE 3.

       01 WHIF-EOF PIC 9 VALUE 0.
      *> Return code: 0 = the proposal changes nothing, 4 = results
      *> or the watch list would change, 8 = failed.
       01 WHIF-RETURN-CODE PIC 9(2) VALUE 0.
       01 WHIF-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WHIF-SECTION PIC 9 VALUE 0.
       01 WHIF-SECTION-COUNT PIC 9(5) VALUE ZEROS.

       01 WHIF-COUPLES-READ PIC 9(5) VALUE ZEROS.
       01 WHIF-LIVE-FAIL-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-NEW-FAIL-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-LIVE-WATCH-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-NEW-WATCH-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-TO-FAIL-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-TO-PASS-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-JOIN-WATCH-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-LEAVE-WATCH-COUNT PIC 9(5) VALUE ZEROS.
       01 WHIF-AGING-FLIP-COUNT PIC 9(5) VALUE ZEROS.

      *> Working rule and ages for CHECK-COUPLE-PARA, loaded from the
      *> live or proposed rule before each check.
       01 WHIF-DIVISOR PIC 9 VALUE 2.
       01 WHIF-OFFSET PIC 99 VALUE 7.
       01 WHIF-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 WHIF-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 WHIF-AGE-OK PIC 9 VALUE 0.
       01 WHIF-EMPLOYEE-RANGE.
           02 WHIF-EMPLOYEE-LOWER PIC 9(3) VALUE ZEROS.
           02 WHIF-EMPLOYEE-UPPER PIC 9(3) VALUE ZEROS.
       01 WHIF-PARTNER-RANGE.
           02 WHIF-PARTNER-LOWER PIC 9(3) VALUE ZEROS.
           02 WHIF-PARTNER-UPPER PIC 9(3) VALUE ZEROS.
       01 WHIF-MARGIN PIC 9(3) VALUE ZEROS.
       01 WHIF-MARGIN-WORK PIC 9(3) VALUE ZEROS.

      *> One couple under both rules: R = COUPLE-RECON basis (the
      *> couple record's ages), A = COUPLE-AGING basis (birth dates).
       01 WHIF-RECON-VALID PIC 9 VALUE 0.
       01 WHIF-LIVE-R-OK PIC 9 VALUE 0.
       01 WHIF-NEW-R-OK PIC 9 VALUE 0.
       01 WHIF-LIVE-R-MARGIN PIC 9(3) VALUE ZEROS.
       01 WHIF-NEW-R-MARGIN PIC 9(3) VALUE ZEROS.
       01 WHIF-LIVE-WATCHED PIC 9 VALUE 0.
       01 WHIF-NEW-WATCHED PIC 9 VALUE 0.
       01 WHIF-AGING-VALID PIC 9 VALUE 0.
       01 WHIF-LIVE-A-OK PIC 9 VALUE 0.
       01 WHIF-NEW-A-OK PIC 9 VALUE 0.
       01 WHIF-AGING-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 WHIF-AGING-PARTNER-AGE PIC 9(3) VALUE ZEROS.

       01 WHIF-AGE-WORK PIC 9(4) VALUE ZEROS.
       01 WHIF-DOB-IN PIC 9(8) VALUE ZEROS.
       01 WHIF-AGE-OUT PIC 9(3) VALUE ZEROS.
       01 WHIF-DOB-OK PIC 9 VALUE 0.

       01 WHIF-LIVE-MARGIN-FORMAT PIC ZZ9 VALUE ZEROS.
       01 WHIF-NEW-MARGIN-FORMAT PIC ZZ9 VALUE ZEROS.
       01 WHIF-LIVE-TEXT PIC X(4) VALUE SPACES.
       01 WHIF-NEW-TEXT PIC X(4) VALUE SPACES.
       01 WHIF-NOTE-TEXT PIC X(16) VALUE SPACES.

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
           ACCEPT WHIF-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "RULE-WHATIF" TO AUDIT-SOURCE.
           MOVE "PARAMFILE-PROPOSED.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           *> The live rule, with the same fallbacks the live runs
           *> apply, so the comparison is against what they really use.
           MOVE "PARAMFILE.DAT" TO WHIF-PARM-NAME.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           MOVE AGE-RULE-DIVISOR TO WHIF-LIVE-DIVISOR.
           MOVE AGE-RULE-OFFSET TO WHIF-LIVE-OFFSET.
           MOVE AGE-RULE-WATCH-MARGIN TO WHIF-LIVE-MARGIN.
           *> The proposal starts from the live values, so a proposed
           *> file that leaves the watch margin blank keeps the live
           *> margin. A proposed value the live runs would reject
           *> stops the run - the answer would describe a rule that
           *> could never take effect.
           MOVE 0 TO AGE-RULE-REJECTED.
           MOVE "PARAMFILE-PROPOSED.DAT" TO WHIF-PARM-NAME.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           IF AGE-RULE-PARM-FILE-STATUS NOT = "00"
               DISPLAY "PARAMFILE-PROPOSED.DAT NOT FOUND. NOTHING TO ",
                   "SIMULATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF AGE-RULE-REJECTED = 1
               DISPLAY "PROPOSED RULE REJECTED. NO SIMULATION RUN."
               MOVE "RULE-WHATIF" TO AUDIT-SOURCE
               MOVE "PROPOSED RULE REJECTED" TO AUDIT-OUTCOME
               PERFORM AUDIT-LOG-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE AGE-RULE-DIVISOR TO WHIF-NEW-DIVISOR.
           MOVE AGE-RULE-OFFSET TO WHIF-NEW-OFFSET.
           MOVE AGE-RULE-WATCH-MARGIN TO WHIF-NEW-MARGIN.
           OPEN OUTPUT WHATIF-REPORT-FILE.
           IF WHATIF-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN RULE-WHATIF-REPORT.DAT FOR ",
                   "OUTPUT. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING-PARA.
           *> One pass of the couple master per report section, so
           *> each section lists in employee-id order.
           PERFORM VARYING WHIF-SECTION FROM 1 BY 1
                   UNTIL WHIF-SECTION > 5
               PERFORM SWEEP-COUPLE-MASTER-PARA
               IF WHIF-RETURN-CODE = 8
                   MOVE 6 TO WHIF-SECTION
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS-PARA.
           CLOSE WHATIF-REPORT-FILE.
           DISPLAY "COUPLES SIMULATED: " WHIF-COUPLES-READ.
           DISPLAY "PASS TO FAIL: " WHIF-TO-FAIL-COUNT.
           DISPLAY "FAIL TO PASS: " WHIF-TO-PASS-COUNT.
           DISPLAY "JOINING WATCH LIST: " WHIF-JOIN-WATCH-COUNT.
           DISPLAY "LEAVING WATCH LIST: " WHIF-LEAVE-WATCH-COUNT.
           DISPLAY "AGING RESULT CHANGES: " WHIF-AGING-FLIP-COUNT.
           DISPLAY "REPORT WRITTEN TO RULE-WHATIF-REPORT.DAT".
           IF WHIF-RETURN-CODE < 8
               IF WHIF-TO-FAIL-COUNT > 0 OR WHIF-TO-PASS-COUNT > 0
                   OR WHIF-JOIN-WATCH-COUNT > 0
                   OR WHIF-LEAVE-WATCH-COUNT > 0
                   OR WHIF-AGING-FLIP-COUNT > 0
                   MOVE 4 TO WHIF-RETURN-CODE
               END-IF
           END-IF.
           MOVE "RULE-WHATIF" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "COUPLES=" WHIF-COUPLES-READ " PROPOSED="
               WHIF-NEW-DIVISOR "/" WHIF-NEW-OFFSET "/"
               WHIF-NEW-MARGIN
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "TOFAIL=" WHIF-TO-FAIL-COUNT " TOPASS="
               WHIF-TO-PASS-COUNT " AGING=" WHIF-AGING-FLIP-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " WHIF-RETURN-CODE ".".
           MOVE WHIF-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       SWEEP-COUPLE-MASTER-PARA.
           MOVE ZEROS TO WHIF-SECTION-COUNT.
           PERFORM WRITE-SECTION-HEADING-PARA.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COUPLE-MASTER.DAT NOT FOUND. ABORTING RUN."
               MOVE 8 TO WHIF-RETURN-CODE
           ELSE
               MOVE 0 TO WHIF-EOF
               PERFORM UNTIL WHIF-EOF = 1
                   READ COUPLE-MASTER-FILE
                       AT END
                           MOVE 1 TO WHIF-EOF
                       NOT AT END
                           PERFORM SIMULATE-ONE-COUPLE-PARA
                           PERFORM REPORT-ONE-COUPLE-PARA
                   END-READ
               END-PERFORM
               CLOSE COUPLE-MASTER-FILE
               IF WHIF-SECTION-COUNT = 0
                   MOVE "  NONE" TO WHATIF-REPORT-REC
                   WRITE WHATIF-REPORT-REC
               END-IF
           END-IF.

       SIMULATE-ONE-COUPLE-PARA.
      *> COUPLE-RECON basis: the ages stored on the couple record.
      *> An out-of-range age fails under any rule, so it never flips.
           MOVE 0 TO WHIF-LIVE-WATCHED.
           MOVE 0 TO WHIF-NEW-WATCHED.
           MOVE 1 TO WHIF-RECON-VALID.
           IF CM-EMPLOYEE-AGE < 14 OR CM-EMPLOYEE-AGE > 120
               OR CM-PARTNER-AGE < 14 OR CM-PARTNER-AGE > 120 THEN
               MOVE 0 TO WHIF-RECON-VALID
               MOVE 0 TO WHIF-LIVE-R-OK
               MOVE 0 TO WHIF-NEW-R-OK
           ELSE
               MOVE CM-EMPLOYEE-AGE TO WHIF-EMPLOYEE-AGE
               MOVE CM-PARTNER-AGE TO WHIF-PARTNER-AGE
               MOVE WHIF-LIVE-DIVISOR TO WHIF-DIVISOR
               MOVE WHIF-LIVE-OFFSET TO WHIF-OFFSET
               PERFORM CHECK-COUPLE-PARA
               MOVE WHIF-AGE-OK TO WHIF-LIVE-R-OK
               MOVE WHIF-MARGIN TO WHIF-LIVE-R-MARGIN
               IF WHIF-AGE-OK = 1
                   AND WHIF-MARGIN <= WHIF-LIVE-MARGIN
                   MOVE 1 TO WHIF-LIVE-WATCHED
               END-IF
               MOVE WHIF-NEW-DIVISOR TO WHIF-DIVISOR
               MOVE WHIF-NEW-OFFSET TO WHIF-OFFSET
               PERFORM CHECK-COUPLE-PARA
               MOVE WHIF-AGE-OK TO WHIF-NEW-R-OK
               MOVE WHIF-MARGIN TO WHIF-NEW-R-MARGIN
               IF WHIF-AGE-OK = 1
                   AND WHIF-MARGIN <= WHIF-NEW-MARGIN
                   MOVE 1 TO WHIF-NEW-WATCHED
               END-IF
           END-IF.
      *> COUPLE-AGING basis: both ages derived from the birth dates
      *> as of the run date.
           MOVE 1 TO WHIF-AGING-VALID.
           IF CM-EMPLOYEE-DOB IS NUMERIC
               MOVE CM-EMPLOYEE-DOB TO WHIF-DOB-IN
           ELSE
               MOVE ZEROS TO WHIF-DOB-IN
           END-IF.
           PERFORM DERIVE-ONE-AGE-PARA.
           MOVE WHIF-AGE-OUT TO WHIF-AGING-EMPLOYEE-AGE.
           IF CM-PARTNER-DOB IS NUMERIC
               MOVE CM-PARTNER-DOB TO WHIF-DOB-IN
           ELSE
               MOVE ZEROS TO WHIF-DOB-IN
           END-IF.
           PERFORM DERIVE-ONE-AGE-PARA.
           MOVE WHIF-AGE-OUT TO WHIF-AGING-PARTNER-AGE.
           MOVE 0 TO WHIF-LIVE-A-OK.
           MOVE 0 TO WHIF-NEW-A-OK.
           IF WHIF-AGING-VALID = 1
               MOVE WHIF-AGING-EMPLOYEE-AGE TO WHIF-EMPLOYEE-AGE
               MOVE WHIF-AGING-PARTNER-AGE TO WHIF-PARTNER-AGE
               MOVE WHIF-LIVE-DIVISOR TO WHIF-DIVISOR
               MOVE WHIF-LIVE-OFFSET TO WHIF-OFFSET
               PERFORM CHECK-COUPLE-PARA
               MOVE WHIF-AGE-OK TO WHIF-LIVE-A-OK
               MOVE WHIF-NEW-DIVISOR TO WHIF-DIVISOR
               MOVE WHIF-NEW-OFFSET TO WHIF-OFFSET
               PERFORM CHECK-COUPLE-PARA
               MOVE WHIF-AGE-OK TO WHIF-NEW-A-OK
           END-IF.

       REPORT-ONE-COUPLE-PARA.
           EVALUATE WHIF-SECTION
               WHEN 1
                   PERFORM TALLY-ONE-COUPLE-PARA
                   IF WHIF-LIVE-R-OK = 1 AND WHIF-NEW-R-OK = 0
                       ADD 1 TO WHIF-TO-FAIL-COUNT
                       MOVE SPACES TO WHIF-NOTE-TEXT
                       PERFORM WRITE-RECON-LINE-PARA
                   END-IF
               WHEN 2
                   IF WHIF-RECON-VALID = 1
                       AND WHIF-LIVE-R-OK = 0 AND WHIF-NEW-R-OK = 1
                       ADD 1 TO WHIF-TO-PASS-COUNT
                       MOVE SPACES TO WHIF-NOTE-TEXT
                       PERFORM WRITE-RECON-LINE-PARA
                   END-IF
               WHEN 3
                   IF WHIF-LIVE-WATCHED = 0 AND WHIF-NEW-WATCHED = 1
                       ADD 1 TO WHIF-JOIN-WATCH-COUNT
                       IF WHIF-LIVE-R-OK = 0
                           MOVE "NOW PASSES" TO WHIF-NOTE-TEXT
                       ELSE
                           MOVE "MARGIN TIGHTENS" TO WHIF-NOTE-TEXT
                       END-IF
                       PERFORM WRITE-RECON-LINE-PARA
                   END-IF
               WHEN 4
                   IF WHIF-LIVE-WATCHED = 1 AND WHIF-NEW-WATCHED = 0
                       ADD 1 TO WHIF-LEAVE-WATCH-COUNT
                       IF WHIF-NEW-R-OK = 0
                           MOVE "NOW FAILS" TO WHIF-NOTE-TEXT
                       ELSE
                           MOVE "MARGIN WIDENS" TO WHIF-NOTE-TEXT
                       END-IF
                       PERFORM WRITE-RECON-LINE-PARA
                   END-IF
               WHEN 5
                   IF WHIF-AGING-VALID = 1
                       AND WHIF-LIVE-A-OK NOT = WHIF-NEW-A-OK
                       ADD 1 TO WHIF-AGING-FLIP-COUNT
                       PERFORM WRITE-AGING-LINE-PARA
                   END-IF
           END-EVALUATE.

       TALLY-ONE-COUPLE-PARA.
           ADD 1 TO WHIF-COUPLES-READ.
           IF WHIF-LIVE-R-OK = 0
               ADD 1 TO WHIF-LIVE-FAIL-COUNT
           END-IF.
           IF WHIF-NEW-R-OK = 0
               ADD 1 TO WHIF-NEW-FAIL-COUNT
           END-IF.
           IF WHIF-LIVE-WATCHED = 1
               ADD 1 TO WHIF-LIVE-WATCH-COUNT
           END-IF.
           IF WHIF-NEW-WATCHED = 1
               ADD 1 TO WHIF-NEW-WATCH-COUNT
           END-IF.

       DERIVE-ONE-AGE-PARA.
           MOVE 0 TO WHIF-DOB-OK.
           MOVE ZEROS TO WHIF-AGE-OUT.
           IF WHIF-DOB-IN > 0 AND WHIF-DOB-IN < WHIF-RUN-DATE
               COMPUTE WHIF-AGE-WORK =
                   (WHIF-RUN-DATE - WHIF-DOB-IN) / 10000
               IF WHIF-AGE-WORK >= 14 AND WHIF-AGE-WORK <= 120
                   MOVE WHIF-AGE-WORK TO WHIF-AGE-OUT
                   MOVE 1 TO WHIF-DOB-OK
               END-IF
           END-IF.
           IF WHIF-DOB-OK = 0
               MOVE 0 TO WHIF-AGING-VALID
           END-IF.

       CHECK-COUPLE-PARA.
           MOVE 0 TO WHIF-AGE-OK.
           MOVE ZEROS TO WHIF-MARGIN.
           COMPUTE WHIF-EMPLOYEE-LOWER ROUNDED =
               (WHIF-EMPLOYEE-AGE / WHIF-DIVISOR) + WHIF-OFFSET.
           COMPUTE WHIF-EMPLOYEE-UPPER ROUNDED =
               (WHIF-EMPLOYEE-AGE - WHIF-OFFSET) * WHIF-DIVISOR.
           COMPUTE WHIF-PARTNER-LOWER ROUNDED =
               (WHIF-PARTNER-AGE / WHIF-DIVISOR) + WHIF-OFFSET.
           COMPUTE WHIF-PARTNER-UPPER ROUNDED =
               (WHIF-PARTNER-AGE - WHIF-OFFSET) * WHIF-DIVISOR.
           IF WHIF-PARTNER-AGE >= WHIF-EMPLOYEE-LOWER
               AND WHIF-PARTNER-AGE <= WHIF-EMPLOYEE-UPPER
               AND WHIF-EMPLOYEE-AGE >= WHIF-PARTNER-LOWER
               AND WHIF-EMPLOYEE-AGE <= WHIF-PARTNER-UPPER THEN
               MOVE 1 TO WHIF-AGE-OK
               PERFORM COMPUTE-MARGIN-PARA
           END-IF.

       COMPUTE-MARGIN-PARA.
      *> Same measure COUPLE-RECON puts on the watch list: the
      *> smallest distance from either age to either end of the
      *> other's allowed range.
           COMPUTE WHIF-MARGIN =
               WHIF-PARTNER-AGE - WHIF-EMPLOYEE-LOWER.
           COMPUTE WHIF-MARGIN-WORK =
               WHIF-EMPLOYEE-UPPER - WHIF-PARTNER-AGE.
           IF WHIF-MARGIN-WORK < WHIF-MARGIN
               MOVE WHIF-MARGIN-WORK TO WHIF-MARGIN
           END-IF.
           COMPUTE WHIF-MARGIN-WORK =
               WHIF-EMPLOYEE-AGE - WHIF-PARTNER-LOWER.
           IF WHIF-MARGIN-WORK < WHIF-MARGIN
               MOVE WHIF-MARGIN-WORK TO WHIF-MARGIN
           END-IF.
           COMPUTE WHIF-MARGIN-WORK =
               WHIF-PARTNER-UPPER - WHIF-EMPLOYEE-AGE.
           IF WHIF-MARGIN-WORK < WHIF-MARGIN
               MOVE WHIF-MARGIN-WORK TO WHIF-MARGIN
           END-IF.

       WRITE-REPORT-HEADING-PARA.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING "===== AGE RULE WHAT-IF " WHIF-RUN-DATE
               " - NO LIVE FILES UPDATED ====="
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING "LIVE RULE:     DIVISOR " WHIF-LIVE-DIVISOR
               "  OFFSET " WHIF-LIVE-OFFSET
               "  WATCH MARGIN " WHIF-LIVE-MARGIN
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING "PROPOSED RULE: DIVISOR " WHIF-NEW-DIVISOR
               "  OFFSET " WHIF-NEW-OFFSET
               "  WATCH MARGIN " WHIF-NEW-MARGIN
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.

       WRITE-SECTION-HEADING-PARA.
           MOVE SPACES TO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.
           EVALUATE WHIF-SECTION
               WHEN 1
                   MOVE "===== WOULD FAIL (PASSING NOW) ====="
                       TO WHATIF-REPORT-REC
               WHEN 2
                   MOVE "===== WOULD PASS (FAILING NOW) ====="
                       TO WHATIF-REPORT-REC
               WHEN 3
                   MOVE "===== WOULD JOIN THE WATCH LIST ====="
                       TO WHATIF-REPORT-REC
               WHEN 4
                   MOVE "===== WOULD LEAVE THE WATCH LIST ====="
                       TO WHATIF-REPORT-REC
               WHEN 5
                   MOVE "===== AGING RUN RESULT WOULD CHANGE ====="
                       TO WHATIF-REPORT-REC
           END-EVALUATE.
           WRITE WHATIF-REPORT-REC.
           IF WHIF-SECTION = 5
               MOVE SPACES TO WHATIF-REPORT-REC
               STRING "EMPLOYEE-ID  NAME         AGE PARTNER P-AGE "
                   "LIVE NEW"
                   DELIMITED BY SIZE INTO WHATIF-REPORT-REC
           ELSE
               MOVE SPACES TO WHATIF-REPORT-REC
               STRING "EMPLOYEE-ID  NAME         AGE PARTNER P-AGE "
                   "LIVE/MARGIN  NEW/MARGIN"
                   DELIMITED BY SIZE INTO WHATIF-REPORT-REC
           END-IF.
           WRITE WHATIF-REPORT-REC.

       WRITE-RECON-LINE-PARA.
           ADD 1 TO WHIF-SECTION-COUNT.
           IF WHIF-LIVE-R-OK = 1
               MOVE "PASS" TO WHIF-LIVE-TEXT
               MOVE WHIF-LIVE-R-MARGIN TO WHIF-LIVE-MARGIN-FORMAT
           ELSE
               MOVE "FAIL" TO WHIF-LIVE-TEXT
               MOVE ZEROS TO WHIF-LIVE-MARGIN-FORMAT
           END-IF.
           IF WHIF-NEW-R-OK = 1
               MOVE "PASS" TO WHIF-NEW-TEXT
               MOVE WHIF-NEW-R-MARGIN TO WHIF-NEW-MARGIN-FORMAT
           ELSE
               MOVE "FAIL" TO WHIF-NEW-TEXT
               MOVE ZEROS TO WHIF-NEW-MARGIN-FORMAT
           END-IF.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING CM-EMPLOYEE-ID "       " CM-EMPLOYEE-NAME "  "
               CM-EMPLOYEE-AGE "  " CM-PARTNER-ID "      "
               CM-PARTNER-AGE "  " WHIF-LIVE-TEXT "/"
               WHIF-LIVE-MARGIN-FORMAT "  " WHIF-NEW-TEXT "/"
               WHIF-NEW-MARGIN-FORMAT " " WHIF-NOTE-TEXT
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.

       WRITE-AGING-LINE-PARA.
           ADD 1 TO WHIF-SECTION-COUNT.
           IF WHIF-LIVE-A-OK = 1
               MOVE "PASS" TO WHIF-LIVE-TEXT
               MOVE "FAIL" TO WHIF-NEW-TEXT
           ELSE
               MOVE "FAIL" TO WHIF-LIVE-TEXT
               MOVE "PASS" TO WHIF-NEW-TEXT
           END-IF.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING CM-EMPLOYEE-ID "       " CM-EMPLOYEE-NAME "  "
               WHIF-AGING-EMPLOYEE-AGE "  " CM-PARTNER-ID "      "
               WHIF-AGING-PARTNER-AGE "  " WHIF-LIVE-TEXT " "
               WHIF-NEW-TEXT
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.

       WRITE-REPORT-TOTALS-PARA.
           MOVE SPACES TO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING "COUPLES: " WHIF-COUPLES-READ
               "  FAILING LIVE: " WHIF-LIVE-FAIL-COUNT
               "  FAILING PROPOSED: " WHIF-NEW-FAIL-COUNT
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING "PASS TO FAIL: " WHIF-TO-FAIL-COUNT
               "  FAIL TO PASS: " WHIF-TO-PASS-COUNT
               "  AGING RESULT CHANGES: " WHIF-AGING-FLIP-COUNT
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.
           MOVE SPACES TO WHATIF-REPORT-REC.
           STRING "WATCH LIST LIVE: " WHIF-LIVE-WATCH-COUNT
               "  PROPOSED: " WHIF-NEW-WATCH-COUNT
               "  JOINING: " WHIF-JOIN-WATCH-COUNT
               "  LEAVING: " WHIF-LEAVE-WATCH-COUNT
               DELIMITED BY SIZE INTO WHATIF-REPORT-REC.
           WRITE WHATIF-REPORT-REC.

       LOAD-AGE-RULE-PARM-PARA.
      *> Loads whichever parameter file WHIF-PARM-NAME names, with the
      *> checks COUPLE-RECON and COUPLE-AGING apply. Any rejected
      *> value sets AGE-RULE-REJECTED.
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
                           DISPLAY WHIF-PARM-NAME ": DIVISOR 0 ",
                               "REJECTED. KEEPING DIVISOR ",
                               AGE-RULE-DIVISOR, "."
                           MOVE 1 TO AGE-RULE-REJECTED
                       END-IF
                       IF ARP-OFFSET < 14 THEN
                           MOVE ARP-OFFSET TO AGE-RULE-OFFSET-CANDIDATE
                       ELSE
                           DISPLAY WHIF-PARM-NAME ": OFFSET ",
                               ARP-OFFSET, " OUT OF RANGE. KEEPING ",
                               "OFFSET ", AGE-RULE-OFFSET, "."
                           MOVE 1 TO AGE-RULE-REJECTED
                       END-IF
                       COMPUTE AGE-RULE-UPPER-CHECK =
                           (120 - AGE-RULE-OFFSET-CANDIDATE)
                           * AGE-RULE-DIVISOR-CANDIDATE
                       IF AGE-RULE-UPPER-CHECK > 999 THEN
                           DISPLAY WHIF-PARM-NAME ": DIVISOR/OFFSET ",
                               "COMBINATION WOULD OVERFLOW A 3-DIGIT ",
                               "AGE RANGE. KEEPING PRIOR VALUES."
                           MOVE 1 TO AGE-RULE-REJECTED
                       ELSE
                           MOVE AGE-RULE-DIVISOR-CANDIDATE
                               TO AGE-RULE-DIVISOR
                           MOVE AGE-RULE-OFFSET-CANDIDATE
                               TO AGE-RULE-OFFSET
                       END-IF
                       IF ARP-WATCH-MARGIN IS NUMERIC
                           AND ARP-WATCH-MARGIN > 0
                           MOVE ARP-WATCH-MARGIN
                               TO AGE-RULE-WATCH-MARGIN
                       END-IF
               END-READ
               CLOSE AGE-RULE-PARM-FILE
           END-IF.

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
