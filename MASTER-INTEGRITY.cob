       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-INTEGRITY.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Referential integrity sweep between the person master and
      *> the couple master. COUPLE-MAINT and COUPLE-APPLY take any
      *> employee and partner id, and the couple record carries its
      *> own copy of the employee name and both birth dates, so the
      *> two masters drift apart. This run lists:
      *>   - couples with a party that is not on the person master
      *>   - people deleted through PERSON-MAINT still in a couple
      *>   - name and birth date disagreements, both values shown
      *>   - couples whose pass/fail depends on which file is used:
      *>     COUPLE-RECON works from the couple record's ages,
      *>     COUPLE-AGING from its birth dates, and the batch age
      *>     check from the person master birth dates.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COUPLE-MASTER-FILE ASSIGN TO "COUPLE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-EMPLOYEE-ID
               FILE STATUS IS COUPLE-MASTER-FILE-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PERSON-ID
               FILE STATUS IS PERSON-MASTER-FILE-STATUS.

           SELECT PERSON-JOURNAL-FILE
               ASSIGN TO "PERSON-MAINT-JOURNAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSON-JOURNAL-FILE-STATUS.

           SELECT DELETED-PERSON-FILE
               ASSIGN TO "INTEGRITY-DELETED.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-PERSON-ID
               FILE STATUS IS DELETED-PERSON-FILE-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "INTEGRITY-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-REPORT-FILE-STATUS.

           SELECT AGE-RULE-PARM-FILE ASSIGN TO "PARAMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RULE-PARM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

       FD  PERSON-MASTER-FILE.
           COPY "PERSON-REC.cpy".

      *> PERSON-MAINT's WRITE-JOURNAL-PARA lines: date-time, the
      *> action, then the person record image as applied.
       FD  PERSON-JOURNAL-FILE.
       01 PERSON-JOURNAL-REC.
           02 PJ-WHEN-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 PJ-WHEN-TIME PIC X(8).
           02 FILLER PIC X(1).
           02 PJ-ACTION PIC X(6).
           02 FILLER PIC X(1).
           02 PJ-PERSON-ID PIC X(6).
           02 FILLER PIC X(89).

      *> Work file of ids whose last journal action was a delete,
      *> rebuilt from the journal on every run.
       FD  DELETED-PERSON-FILE.
       01 DELETED-PERSON-REC.
           02 DP-PERSON-ID PIC X(6).
           02 DP-DELETE-DATE PIC 9(8).

       FD  INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-REC PIC X(100).

       FD  AGE-RULE-PARM-FILE.
           COPY "AGE-RULE-PARM.cpy".

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 DELETED-PERSON-FILE-STATUS PIC XX VALUE "00".
       01 INTEGRITY-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 AGE-RULE-PARM-FILE-STATUS PIC XX VALUE "00".

       01 AGE-RULE-DIVISOR PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET PIC 99 VALUE 7.
       01 AGE-RULE-DIVISOR-CANDIDATE PIC 9 VALUE 2.
       01 AGE-RULE-OFFSET-CANDIDATE PIC 99 VALUE 7.
       01 AGE-RULE-UPPER-CHECK PIC 9(4) VALUE ZEROS.

       01 INTG-EOF PIC 9 VALUE 0.
      *> Return code for the night-cycle driver: 0 = the masters
      *> agree, 4 = completed with discrepancies listed, 8 = failed.
       01 INTG-RETURN-CODE PIC 9(2) VALUE 0.
       01 INTG-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 INTG-SECTION PIC 9 VALUE 0.
       01 INTG-JOURNAL-AVAILABLE PIC 9 VALUE 0.

       01 INTG-COUPLES-READ PIC 9(5) VALUE ZEROS.
       01 INTG-JOURNAL-DELETES PIC 9(5) VALUE ZEROS.
       01 INTG-MISSING-COUNT PIC 9(5) VALUE ZEROS.
       01 INTG-DELETED-COUNT PIC 9(5) VALUE ZEROS.
       01 INTG-DISAGREE-COUNT PIC 9(5) VALUE ZEROS.
       01 INTG-AGING-COUNT PIC 9(5) VALUE ZEROS.
       01 INTG-SECTION-COUNT PIC 9(5) VALUE ZEROS.

       01 INTG-LOOKUP-ID PIC X(6) VALUE SPACES.
       01 INTG-POSITION PIC X(8) VALUE SPACES.
       01 INTG-PERSON-FOUND PIC 9 VALUE 0.
       01 INTG-DELETED-FOUND PIC 9 VALUE 0.
       01 INTG-EMPLOYEE-FOUND PIC 9 VALUE 0.
       01 INTG-PARTNER-FOUND PIC 9 VALUE 0.
       01 INTG-EMPLOYEE-PM-DOB PIC 9(8) VALUE ZEROS.
       01 INTG-PARTNER-PM-DOB PIC 9(8) VALUE ZEROS.

      *> One pass/fail per aging source: the couple record's ages,
      *> the couple record's birth dates and the person master's
      *> birth dates. Blank when that source has no usable ages.
       01 INTG-SOURCE-RESULTS.
           02 INTG-SNAP-RESULT PIC X(1) VALUE SPACE.
           02 INTG-CMDOB-RESULT PIC X(1) VALUE SPACE.
           02 INTG-PMDOB-RESULT PIC X(1) VALUE SPACE.
       01 INTG-SNAP-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-SNAP-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-CMDOB-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-CMDOB-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-PMDOB-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-PMDOB-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-RESULT-FIRST PIC X(1) VALUE SPACE.
       01 INTG-RESULTS-DIFFER PIC 9 VALUE 0.

       01 INTG-AGE-WORK PIC 9(4) VALUE ZEROS.
       01 INTG-DOB-IN PIC 9(8) VALUE ZEROS.
       01 INTG-AGE-OUT PIC 9(3) VALUE ZEROS.
       01 INTG-DOB-OK PIC 9 VALUE 0.
       01 INTG-AGES-VALID PIC 9 VALUE 0.
       01 INTG-EMPLOYEE-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-PARTNER-AGE PIC 9(3) VALUE ZEROS.
       01 INTG-AGE-OK PIC 9 VALUE 0.
       01 INTG-EMPLOYEE-RANGE.
           02 INTG-EMPLOYEE-LOWER PIC 9(3) VALUE ZEROS.
           02 INTG-EMPLOYEE-UPPER PIC 9(3) VALUE ZEROS.
       01 INTG-PARTNER-RANGE.
           02 INTG-PARTNER-LOWER PIC 9(3) VALUE ZEROS.
           02 INTG-PARTNER-UPPER PIC 9(3) VALUE ZEROS.

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
           ACCEPT INTG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "MASTER-INTEGRITY" TO AUDIT-SOURCE.
           MOVE "COUPLE+PERSON MASTERS" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           OPEN INPUT PERSON-MASTER-FILE.
           IF PERSON-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "PERSON-MASTER.DAT NOT FOUND. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BUILD-DELETED-PERSON-PARA.
           IF INTG-RETURN-CODE = 8
               DISPLAY "INTEGRITY-DELETED.WRK NOT BUILT IN FULL. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DELETED-PERSON-FILE.
           IF DELETED-PERSON-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN INTEGRITY-DELETED.WRK. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF INTEGRITY-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN INTEGRITY-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               CLOSE DELETED-PERSON-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING-PARA.
           *> One pass of the couple master per report section, so
           *> each section lists in employee-id order with no table
           *> to hold findings between passes.
           PERFORM VARYING INTG-SECTION FROM 1 BY 1
                   UNTIL INTG-SECTION > 4
               PERFORM SWEEP-COUPLE-MASTER-PARA
               IF INTG-RETURN-CODE = 8
                   MOVE 5 TO INTG-SECTION
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS-PARA.
           CLOSE PERSON-MASTER-FILE.
           CLOSE DELETED-PERSON-FILE.
           CLOSE INTEGRITY-REPORT-FILE.
           DISPLAY "COUPLES CHECKED: " INTG-COUPLES-READ.
           DISPLAY "PARTIES NOT ON PERSON MASTER: "
               INTG-MISSING-COUNT.
           DISPLAY "DELETED PEOPLE STILL IN A COUPLE: "
               INTG-DELETED-COUNT.
           DISPLAY "NAME/BIRTH DATE DISAGREEMENTS: "
               INTG-DISAGREE-COUNT.
           DISPLAY "COUPLES WHOSE RESULT DEPENDS ON SOURCE: "
               INTG-AGING-COUNT.
           DISPLAY "REPORT WRITTEN TO INTEGRITY-REPORT.DAT".
           IF INTG-RETURN-CODE < 8
               IF INTG-MISSING-COUNT > 0 OR INTG-DELETED-COUNT > 0
                   OR INTG-DISAGREE-COUNT > 0 OR INTG-AGING-COUNT > 0
                   MOVE 4 TO INTG-RETURN-CODE
               END-IF
           END-IF.
           MOVE "MASTER-INTEGRITY" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "COUPLES=" INTG-COUPLES-READ
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "MISS=" INTG-MISSING-COUNT " DEL="
               INTG-DELETED-COUNT " DIFF=" INTG-DISAGREE-COUNT
               " AGE=" INTG-AGING-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " INTG-RETURN-CODE ".".
           MOVE INTG-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       BUILD-DELETED-PERSON-PARA.
      *> Replays the PERSON-MAINT journal in order: a DELETE notes
      *> the id and date, a later ADD of the same id clears it, so
      *> the work file ends up holding only ids that are deleted
      *> as of the end of the journal. A work file that cannot be
      *> built in full fails the run, since an incomplete set would
      *> report deleted people as plain missing ones.
           OPEN OUTPUT DELETED-PERSON-FILE.
           CLOSE DELETED-PERSON-FILE.
           OPEN I-O DELETED-PERSON-FILE.
           IF DELETED-PERSON-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT CREATE INTEGRITY-DELETED.WRK. STATUS ",
                   DELETED-PERSON-FILE-STATUS, "."
               MOVE 8 TO INTG-RETURN-CODE
           ELSE
               PERFORM REPLAY-PERSON-JOURNAL-PARA
               CLOSE DELETED-PERSON-FILE
           END-IF.
           MOVE 0 TO INTG-EOF.

       REPLAY-PERSON-JOURNAL-PARA.
           MOVE 0 TO INTG-JOURNAL-AVAILABLE.
           OPEN INPUT PERSON-JOURNAL-FILE.
           IF PERSON-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "NO PERSON-MAINT-JOURNAL.PRT. MISSING PEOPLE ",
                   "CANNOT BE TRACED TO A DELETE."
           ELSE
               MOVE 1 TO INTG-JOURNAL-AVAILABLE
               MOVE 0 TO INTG-EOF
               PERFORM UNTIL INTG-EOF = 1
                   READ PERSON-JOURNAL-FILE
                       AT END
                           MOVE 1 TO INTG-EOF
                       NOT AT END
                           PERFORM NOTE-JOURNAL-ENTRY-PARA
                   END-READ
               END-PERFORM
               CLOSE PERSON-JOURNAL-FILE
           END-IF.

       NOTE-JOURNAL-ENTRY-PARA.
           EVALUATE PJ-ACTION
               WHEN "DELETE"
                   ADD 1 TO INTG-JOURNAL-DELETES
                   MOVE PJ-PERSON-ID TO DP-PERSON-ID
                   MOVE PJ-WHEN-DATE TO DP-DELETE-DATE
                   WRITE DELETED-PERSON-REC
                       INVALID KEY
                           REWRITE DELETED-PERSON-REC
                   END-WRITE
                   IF DELETED-PERSON-FILE-STATUS NOT = "00"
                       PERFORM NOTE-DELETED-FAILED-PARA
                   END-IF
               WHEN "ADD"
                   MOVE PJ-PERSON-ID TO DP-PERSON-ID
                   DELETE DELETED-PERSON-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   *> Not found (23) only means the id was never
                   *> deleted.
                   IF DELETED-PERSON-FILE-STATUS NOT = "00"
                       AND DELETED-PERSON-FILE-STATUS NOT = "23"
                       PERFORM NOTE-DELETED-FAILED-PARA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-DELETED-FAILED-PARA.
      *> Stops the journal replay; the caller fails the run.
           DISPLAY "INTEGRITY-DELETED.WRK UPDATE FAILED FOR ",
               DP-PERSON-ID, ". STATUS ",
               DELETED-PERSON-FILE-STATUS, ".".
           MOVE 8 TO INTG-RETURN-CODE.
           MOVE 1 TO INTG-EOF.

       SWEEP-COUPLE-MASTER-PARA.
           MOVE ZEROS TO INTG-SECTION-COUNT.
           PERFORM WRITE-SECTION-HEADING-PARA.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COUPLE-MASTER.DAT NOT FOUND. ABORTING RUN."
               MOVE 8 TO INTG-RETURN-CODE
           ELSE
               MOVE 0 TO INTG-EOF
               PERFORM UNTIL INTG-EOF = 1
                   READ COUPLE-MASTER-FILE
                       AT END
                           MOVE 1 TO INTG-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-COUPLE-PARA
                   END-READ
               END-PERFORM
               CLOSE COUPLE-MASTER-FILE
               IF INTG-SECTION-COUNT = 0
                   MOVE "  NONE" TO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
               END-IF
           END-IF.

       CHECK-ONE-COUPLE-PARA.
           EVALUATE INTG-SECTION
               WHEN 1
                   ADD 1 TO INTG-COUPLES-READ
                   PERFORM CHECK-MISSING-PARTIES-PARA
               WHEN 2
                   PERFORM CHECK-DELETED-PARTIES-PARA
               WHEN 3
                   PERFORM CHECK-NAME-DOB-PARA
               WHEN 4
                   PERFORM CHECK-AGING-SOURCES-PARA
           END-EVALUATE.

       LOOKUP-PERSON-PARA.
           MOVE 0 TO INTG-PERSON-FOUND.
           MOVE INTG-LOOKUP-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO INTG-PERSON-FOUND
           END-READ.

       LOOKUP-DELETED-PARA.
           MOVE 0 TO INTG-DELETED-FOUND.
           MOVE INTG-LOOKUP-ID TO DP-PERSON-ID.
           READ DELETED-PERSON-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO INTG-DELETED-FOUND
           END-READ.

       CHECK-MISSING-PARTIES-PARA.
      *> Section 1: ids that are not on the person master and were
      *> never deleted through PERSON-MAINT - keyed wrong, or
      *> loaded without a person record.
           MOVE CM-EMPLOYEE-ID TO INTG-LOOKUP-ID.
           MOVE "EMPLOYEE" TO INTG-POSITION.
           PERFORM CHECK-ONE-MISSING-PARA.
           MOVE CM-PARTNER-ID TO INTG-LOOKUP-ID.
           MOVE "PARTNER" TO INTG-POSITION.
           PERFORM CHECK-ONE-MISSING-PARA.

       CHECK-ONE-MISSING-PARA.
           PERFORM LOOKUP-PERSON-PARA.
           IF INTG-PERSON-FOUND = 0
               PERFORM LOOKUP-DELETED-PARA
               IF INTG-DELETED-FOUND = 0
                   ADD 1 TO INTG-MISSING-COUNT
                   ADD 1 TO INTG-SECTION-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-REC
                   STRING CM-EMPLOYEE-ID "       " CM-PARTNER-ID
                       "      " INTG-POSITION "  " INTG-LOOKUP-ID
                       "  NOT ON PERSON MASTER"
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
               END-IF
           END-IF.

       CHECK-DELETED-PARTIES-PARA.
      *> Section 2: ids whose last PERSON-MAINT action was a delete
      *> but which are still named on a couple.
           MOVE CM-EMPLOYEE-ID TO INTG-LOOKUP-ID.
           MOVE "EMPLOYEE" TO INTG-POSITION.
           PERFORM CHECK-ONE-DELETED-PARA.
           MOVE CM-PARTNER-ID TO INTG-LOOKUP-ID.
           MOVE "PARTNER" TO INTG-POSITION.
           PERFORM CHECK-ONE-DELETED-PARA.

       CHECK-ONE-DELETED-PARA.
           PERFORM LOOKUP-PERSON-PARA.
           IF INTG-PERSON-FOUND = 0
               PERFORM LOOKUP-DELETED-PARA
               IF INTG-DELETED-FOUND = 1
                   ADD 1 TO INTG-DELETED-COUNT
                   ADD 1 TO INTG-SECTION-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-REC
                   STRING CM-EMPLOYEE-ID "       " CM-PARTNER-ID
                       "      " INTG-POSITION "  " INTG-LOOKUP-ID
                       "  DELETED BY PERSON-MAINT ON "
                       DP-DELETE-DATE
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
               END-IF
           END-IF.

       CHECK-NAME-DOB-PARA.
      *> Section 3: the couple record's own copy of the employee
      *> name and both birth dates against the person master. The
      *> couple record carries no partner name.
           MOVE CM-EMPLOYEE-ID TO INTG-LOOKUP-ID.
           PERFORM LOOKUP-PERSON-PARA.
           IF INTG-PERSON-FOUND = 1
               IF CM-EMPLOYEE-NAME NOT = PM-PERSON-NAME
                   ADD 1 TO INTG-DISAGREE-COUNT
                   ADD 1 TO INTG-SECTION-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-REC
                   STRING CM-EMPLOYEE-ID "  NAME        COUPLE: "
                       CM-EMPLOYEE-NAME " PERSON: " PM-PERSON-NAME
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
               END-IF
               IF CM-EMPLOYEE-DOB NOT = PM-PERSON-DOB
                   ADD 1 TO INTG-DISAGREE-COUNT
                   ADD 1 TO INTG-SECTION-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-REC
                   STRING CM-EMPLOYEE-ID "  EMPLOYEE DOB  COUPLE: "
                       CM-EMPLOYEE-DOB "  PERSON: " PM-PERSON-DOB
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
               END-IF
           END-IF.
           MOVE CM-PARTNER-ID TO INTG-LOOKUP-ID.
           PERFORM LOOKUP-PERSON-PARA.
           IF INTG-PERSON-FOUND = 1
               IF CM-PARTNER-DOB NOT = PM-PERSON-DOB
                   ADD 1 TO INTG-DISAGREE-COUNT
                   ADD 1 TO INTG-SECTION-COUNT
                   MOVE SPACES TO INTEGRITY-REPORT-REC
                   STRING CM-EMPLOYEE-ID "  PARTNER " CM-PARTNER-ID
                       " DOB  COUPLE: " CM-PARTNER-DOB "  PERSON: "
                       PM-PERSON-DOB
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
               END-IF
           END-IF.

       CHECK-AGING-SOURCES-PARA.
      *> Section 4: the rule applied to the same couple three ways.
      *> A couple is listed when the sources that can age it do not
      *> all give the same pass/fail.
           MOVE SPACES TO INTG-SOURCE-RESULTS.
           MOVE ZEROS TO INTG-SNAP-EMPLOYEE-AGE INTG-SNAP-PARTNER-AGE
               INTG-CMDOB-EMPLOYEE-AGE INTG-CMDOB-PARTNER-AGE
               INTG-PMDOB-EMPLOYEE-AGE INTG-PMDOB-PARTNER-AGE.
           *> COUPLE-RECON: the ages stored on the couple record.
           IF CM-EMPLOYEE-AGE IS NUMERIC AND CM-PARTNER-AGE IS NUMERIC
               IF CM-EMPLOYEE-AGE >= 14 AND CM-EMPLOYEE-AGE <= 120
                   AND CM-PARTNER-AGE >= 14 AND CM-PARTNER-AGE <= 120
                   MOVE CM-EMPLOYEE-AGE TO INTG-EMPLOYEE-AGE
                   MOVE CM-PARTNER-AGE TO INTG-PARTNER-AGE
                   MOVE INTG-EMPLOYEE-AGE TO INTG-SNAP-EMPLOYEE-AGE
                   MOVE INTG-PARTNER-AGE TO INTG-SNAP-PARTNER-AGE
                   PERFORM CHECK-AGED-COUPLE-PARA
                   PERFORM NOTE-SNAP-RESULT-PARA
               END-IF
           END-IF.
           *> COUPLE-AGING: the birth dates on the couple record.
           MOVE 1 TO INTG-AGES-VALID.
           IF CM-EMPLOYEE-DOB IS NUMERIC
               MOVE CM-EMPLOYEE-DOB TO INTG-DOB-IN
           ELSE
               MOVE ZEROS TO INTG-DOB-IN
           END-IF.
           PERFORM DERIVE-ONE-AGE-PARA.
           MOVE INTG-AGE-OUT TO INTG-CMDOB-EMPLOYEE-AGE.
           IF CM-PARTNER-DOB IS NUMERIC
               MOVE CM-PARTNER-DOB TO INTG-DOB-IN
           ELSE
               MOVE ZEROS TO INTG-DOB-IN
           END-IF.
           PERFORM DERIVE-ONE-AGE-PARA.
           MOVE INTG-AGE-OUT TO INTG-CMDOB-PARTNER-AGE.
           IF INTG-AGES-VALID = 1
               MOVE INTG-CMDOB-EMPLOYEE-AGE TO INTG-EMPLOYEE-AGE
               MOVE INTG-CMDOB-PARTNER-AGE TO INTG-PARTNER-AGE
               PERFORM CHECK-AGED-COUPLE-PARA
               IF INTG-AGE-OK = 1
                   MOVE "P" TO INTG-CMDOB-RESULT
               ELSE
                   MOVE "F" TO INTG-CMDOB-RESULT
               END-IF
           END-IF.
           *> Batch age check: the person master birth dates.
           MOVE CM-EMPLOYEE-ID TO INTG-LOOKUP-ID.
           PERFORM LOOKUP-PERSON-PARA.
           MOVE INTG-PERSON-FOUND TO INTG-EMPLOYEE-FOUND.
           MOVE ZEROS TO INTG-EMPLOYEE-PM-DOB.
           IF INTG-PERSON-FOUND = 1 AND PM-PERSON-DOB IS NUMERIC
               MOVE PM-PERSON-DOB TO INTG-EMPLOYEE-PM-DOB
           END-IF.
           MOVE CM-PARTNER-ID TO INTG-LOOKUP-ID.
           PERFORM LOOKUP-PERSON-PARA.
           MOVE INTG-PERSON-FOUND TO INTG-PARTNER-FOUND.
           MOVE ZEROS TO INTG-PARTNER-PM-DOB.
           IF INTG-PERSON-FOUND = 1 AND PM-PERSON-DOB IS NUMERIC
               MOVE PM-PERSON-DOB TO INTG-PARTNER-PM-DOB
           END-IF.
           IF INTG-EMPLOYEE-FOUND = 1 AND INTG-PARTNER-FOUND = 1
               MOVE 1 TO INTG-AGES-VALID
               MOVE INTG-EMPLOYEE-PM-DOB TO INTG-DOB-IN
               PERFORM DERIVE-ONE-AGE-PARA
               MOVE INTG-AGE-OUT TO INTG-PMDOB-EMPLOYEE-AGE
               MOVE INTG-PARTNER-PM-DOB TO INTG-DOB-IN
               PERFORM DERIVE-ONE-AGE-PARA
               MOVE INTG-AGE-OUT TO INTG-PMDOB-PARTNER-AGE
               IF INTG-AGES-VALID = 1
                   MOVE INTG-PMDOB-EMPLOYEE-AGE TO INTG-EMPLOYEE-AGE
                   MOVE INTG-PMDOB-PARTNER-AGE TO INTG-PARTNER-AGE
                   PERFORM CHECK-AGED-COUPLE-PARA
                   IF INTG-AGE-OK = 1
                       MOVE "P" TO INTG-PMDOB-RESULT
                   ELSE
                       MOVE "F" TO INTG-PMDOB-RESULT
                   END-IF
               END-IF
           END-IF.
           PERFORM COMPARE-SOURCE-RESULTS-PARA.
           IF INTG-RESULTS-DIFFER = 1
               ADD 1 TO INTG-AGING-COUNT
               ADD 1 TO INTG-SECTION-COUNT
               PERFORM WRITE-AGING-SOURCE-LINE-PARA
           END-IF.

       NOTE-SNAP-RESULT-PARA.
           IF INTG-AGE-OK = 1
               MOVE "P" TO INTG-SNAP-RESULT
           ELSE
               MOVE "F" TO INTG-SNAP-RESULT
           END-IF.

       COMPARE-SOURCE-RESULTS-PARA.
           MOVE 0 TO INTG-RESULTS-DIFFER.
           MOVE SPACE TO INTG-RESULT-FIRST.
           IF INTG-SNAP-RESULT NOT = SPACE
               MOVE INTG-SNAP-RESULT TO INTG-RESULT-FIRST
           END-IF.
           IF INTG-CMDOB-RESULT NOT = SPACE
               IF INTG-RESULT-FIRST = SPACE
                   MOVE INTG-CMDOB-RESULT TO INTG-RESULT-FIRST
               ELSE
                   IF INTG-CMDOB-RESULT NOT = INTG-RESULT-FIRST
                       MOVE 1 TO INTG-RESULTS-DIFFER
                   END-IF
               END-IF
           END-IF.
           IF INTG-PMDOB-RESULT NOT = SPACE
               IF INTG-RESULT-FIRST NOT = SPACE
                   AND INTG-PMDOB-RESULT NOT = INTG-RESULT-FIRST
                   MOVE 1 TO INTG-RESULTS-DIFFER
               END-IF
           END-IF.

       DERIVE-ONE-AGE-PARA.
      *> Same derivation COUPLE-AGING uses: whole years between the
      *> birth date and the run date, 14-120 or unusable.
           MOVE 0 TO INTG-DOB-OK.
           MOVE ZEROS TO INTG-AGE-OUT.
           IF INTG-DOB-IN > 0 AND INTG-DOB-IN < INTG-RUN-DATE
               COMPUTE INTG-AGE-WORK =
                   (INTG-RUN-DATE - INTG-DOB-IN) / 10000
               IF INTG-AGE-WORK >= 14 AND INTG-AGE-WORK <= 120
                   MOVE INTG-AGE-WORK TO INTG-AGE-OUT
                   MOVE 1 TO INTG-DOB-OK
               END-IF
           END-IF.
           IF INTG-DOB-OK = 0
               MOVE 0 TO INTG-AGES-VALID
           END-IF.

       CHECK-AGED-COUPLE-PARA.
           MOVE 0 TO INTG-AGE-OK.
           COMPUTE INTG-EMPLOYEE-LOWER ROUNDED =
               (INTG-EMPLOYEE-AGE / AGE-RULE-DIVISOR)
               + AGE-RULE-OFFSET.
           COMPUTE INTG-EMPLOYEE-UPPER ROUNDED =
               (INTG-EMPLOYEE-AGE - AGE-RULE-OFFSET)
               * AGE-RULE-DIVISOR.
           COMPUTE INTG-PARTNER-LOWER ROUNDED =
               (INTG-PARTNER-AGE / AGE-RULE-DIVISOR)
               + AGE-RULE-OFFSET.
           COMPUTE INTG-PARTNER-UPPER ROUNDED =
               (INTG-PARTNER-AGE - AGE-RULE-OFFSET)
               * AGE-RULE-DIVISOR.
           IF INTG-PARTNER-AGE >= INTG-EMPLOYEE-LOWER
               AND INTG-PARTNER-AGE <= INTG-EMPLOYEE-UPPER
               AND INTG-EMPLOYEE-AGE >= INTG-PARTNER-LOWER
               AND INTG-EMPLOYEE-AGE <= INTG-PARTNER-UPPER THEN
               MOVE 1 TO INTG-AGE-OK
           END-IF.

       WRITE-REPORT-HEADING-PARA.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING "===== MASTER INTEGRITY SWEEP " INTG-RUN-DATE
               " - PERSON MASTER VS COUPLE MASTER ====="
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           IF INTG-JOURNAL-AVAILABLE = 0
               MOVE "NO PERSON-MAINT JOURNAL - DELETES NOT TRACED"
                   TO INTEGRITY-REPORT-REC
               WRITE INTEGRITY-REPORT-REC
           END-IF.

       WRITE-SECTION-HEADING-PARA.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           EVALUATE INTG-SECTION
               WHEN 1
                   MOVE "===== PARTIES NOT ON THE PERSON MASTER ====="
                       TO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
                   MOVE "EMPLOYEE-ID  PARTNER  POSITION  ID"
                       TO INTEGRITY-REPORT-REC
               WHEN 2
                   MOVE "===== DELETED PEOPLE STILL IN A COUPLE ====="
                       TO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
                   MOVE "EMPLOYEE-ID  PARTNER  POSITION  ID"
                       TO INTEGRITY-REPORT-REC
               WHEN 3
                   MOVE "===== NAME AND BIRTH DATE DISAGREEMENTS ====="
                       TO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
                   MOVE "EMPLOYEE-ID  FIELD  COUPLE VALUE  PERSON VALUE"
                       TO INTEGRITY-REPORT-REC
               WHEN 4
                   MOVE "===== RESULT DEPENDS ON AGING SOURCE ====="
                       TO INTEGRITY-REPORT-REC
                   WRITE INTEGRITY-REPORT-REC
                   MOVE SPACES TO INTEGRITY-REPORT-REC
                   STRING "EMPLOYEE-ID  PARTNER  RECON AGES  "
                       "COUPLE DOBS  PERSON DOBS"
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC
           END-EVALUATE.
           WRITE INTEGRITY-REPORT-REC.

       WRITE-AGING-SOURCE-LINE-PARA.
           IF INTG-SNAP-RESULT = SPACE
               MOVE "-" TO INTG-SNAP-RESULT
           END-IF.
           IF INTG-CMDOB-RESULT = SPACE
               MOVE "-" TO INTG-CMDOB-RESULT
           END-IF.
           IF INTG-PMDOB-RESULT = SPACE
               MOVE "-" TO INTG-PMDOB-RESULT
           END-IF.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING CM-EMPLOYEE-ID "       " CM-PARTNER-ID "   "
               INTG-SNAP-EMPLOYEE-AGE "/" INTG-SNAP-PARTNER-AGE " "
               INTG-SNAP-RESULT "   "
               INTG-CMDOB-EMPLOYEE-AGE "/" INTG-CMDOB-PARTNER-AGE " "
               INTG-CMDOB-RESULT "    "
               INTG-PMDOB-EMPLOYEE-AGE "/" INTG-PMDOB-PARTNER-AGE " "
               INTG-PMDOB-RESULT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

       WRITE-REPORT-TOTALS-PARA.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING "COUPLES CHECKED: " INTG-COUPLES-READ
               "  JOURNAL DELETES: " INTG-JOURNAL-DELETES
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE SPACES TO INTEGRITY-REPORT-REC.
           STRING "NOT ON MASTER: " INTG-MISSING-COUNT
               "  DELETED: " INTG-DELETED-COUNT
               "  DISAGREEMENTS: " INTG-DISAGREE-COUNT
               "  SOURCE-DEPENDENT: " INTG-AGING-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

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
                       IF ARP-OFFSET < 14 THEN
                           MOVE ARP-OFFSET TO AGE-RULE-OFFSET-CANDIDATE
                       ELSE
                           DISPLAY "PARAMFILE.DAT: OFFSET ",
                               ARP-OFFSET, " OUT OF RANGE. KEEPING ",
                               "DEFAULT OFFSET ", AGE-RULE-OFFSET, "."
                       END-IF
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
