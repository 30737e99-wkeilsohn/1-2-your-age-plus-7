       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-PURGE.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Personal-data purge for people who have left. A person whose
      *> separation date on PERSON-SEPARATION.DAT is at least the
      *> number of years on PURGE-PARM.DAT in the past (seven when
      *> the parameter is missing) has their name replaced by
      *> ANONYMIZED and every birth date cut back to the birth year
      *> (YYYY0701) wherever this system keeps them:
      *>   PERSON-MASTER.DAT      name and birth date
      *>   COUPLE-MASTER.DAT      employee name and birth date, the
      *>                          partner birth date
      *>   COUPLE-HISTORY.DAT     the same in every dated version
      *>   WAIVER-MASTER.DAT      the free-text waiver reason, when
      *>                          the employee or the partner is due
      *>   PERSON-ADDRESS.DAT     the mailing address is removed
      *>   PENDING-ACTION.DAT     record images awaiting approval
      *>   the person, couple, waiver and merge journals
      *>   PERSON-MASTER.SEQ and COUPLE-MASTER.SEQ load files
      *>   every COUPLE-MASTER-YYYYMMDD.SEQ backup generation still
      *>                          within COUPLE-BACKUP's reach
      *> Ids, stored ages, counts and results are never touched, so
      *> RUN-HISTORY.DAT trends, AUDIT-SUMMARY totals and the
      *> reconciliation's pass/fail stay as they were. The audit log,
      *> extracts, results files and their HOUSEKEEP archives hold
      *> only ids, ages and results and are left as they are.
      *> Every run leaves a certificate, PURGE-CERTIFICATE-YYYYMMDD.DAT,
      *> listing each person anonymized, each file and generation
      *> changed with its record counts, and what was deliberately
      *> kept. A person is only marked anonymized on the separation
      *> file once every file has been processed without error, so a
      *> failed run is simply repeated.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERSON-SEPARATION-FILE
               ASSIGN TO "PERSON-SEPARATION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-PERSON-ID
               FILE STATUS IS PERSON-SEPARATION-FILE-STATUS.

           SELECT PURGE-PARM-FILE ASSIGN TO "PURGE-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-PARM-FILE-STATUS.

           SELECT RETENTION-PARM-FILE ASSIGN TO "RETENTION-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETENTION-PARM-FILE-STATUS.

           SELECT PURGE-WORK-FILE ASSIGN TO "PERSON-PURGE.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-PERSON-ID
               FILE STATUS IS PURGE-WORK-FILE-STATUS.

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

           SELECT COUPLE-HISTORY-FILE ASSIGN TO "COUPLE-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS COUPLE-HISTORY-FILE-STATUS.

           SELECT WAIVER-MASTER-FILE ASSIGN TO "WAIVER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WV-EMPLOYEE-ID
               FILE STATUS IS WAIVER-MASTER-FILE-STATUS.

           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSON-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PERSON-ID
               FILE STATUS IS PERSON-ADDRESS-FILE-STATUS.

           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDING-ACTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS PENDING-ACTION-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "LETTER-LOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LOG-KEY
               FILE STATUS IS LETTER-LOG-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT COPY-FILE ASSIGN TO "PERSON-PURGE-COPY.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-FILE-STATUS.

           SELECT CERTIFICATE-FILE
               ASSIGN TO DYNAMIC CERTIFICATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PERSON-SEPARATION-FILE.
           COPY "PERSON-SEP-REC.cpy".

       FD  PURGE-PARM-FILE.
       01 PURGE-PARM.
           02 PG-RETAIN-YEARS PIC 9(2).

       FD  RETENTION-PARM-FILE.
       01 RETENTION-PARM.
           02 RP-RETAIN-MONTHS PIC 9(2).

      *> The people due tonight, keyed by person id, rebuilt on every
      *> run. PW-COUNT holds how many records held each person, by
      *> the place they were found:
      *>   1 PERSON-MASTER.DAT       6 PENDING-ACTION.DAT
      *>   2 COUPLE-MASTER.DAT       7 maintenance journals
      *>   3 COUPLE-HISTORY.DAT      8 load files and backup
      *>   4 WAIVER-MASTER.DAT         generations
      *>   5 PERSON-ADDRESS.DAT      9 LETTER-LOG.DAT (kept)
       FD  PURGE-WORK-FILE.
       01 PURGE-WORK-REC.
           02 PW-PERSON-ID PIC X(6).
           02 PW-SEPARATION-DATE PIC 9(8).
           02 PW-COUNT PIC 9(6) OCCURS 9 TIMES.

       FD  PERSON-MASTER-FILE.
           COPY "PERSON-REC.cpy".

       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

       FD  COUPLE-HISTORY-FILE.
           COPY "COUPLE-HIST-REC.cpy".

       FD  WAIVER-MASTER-FILE.
           COPY "WAIVER-REC.cpy".

       FD  PERSON-ADDRESS-FILE.
           COPY "PERSON-ADDR-REC.cpy".

       FD  PENDING-ACTION-FILE.
           COPY "PENDING-ACTION-REC.cpy".

       FD  LETTER-LOG-FILE.
           COPY "LETTER-LOG-REC.cpy".

       FD  ARCHIVE-FILE.
       01 ARCHIVE-REC PIC X(120).

       FD  COPY-FILE.
       01 COPY-REC PIC X(120).

       FD  CERTIFICATE-FILE.
       01 CERTIFICATE-REC PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 PERSON-SEPARATION-FILE-STATUS PIC XX VALUE "00".
       01 PURGE-PARM-FILE-STATUS PIC XX VALUE "00".
       01 RETENTION-PARM-FILE-STATUS PIC XX VALUE "00".
       01 PURGE-WORK-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 WAIVER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-ADDRESS-FILE-STATUS PIC XX VALUE "00".
       01 PENDING-ACTION-FILE-STATUS PIC XX VALUE "00".
       01 LETTER-LOG-FILE-STATUS PIC XX VALUE "00".
       01 ARCHIVE-FILE-STATUS PIC XX VALUE "00".
       01 COPY-FILE-STATUS PIC XX VALUE "00".
       01 CERTIFICATE-FILE-STATUS PIC XX VALUE "00".

       01 ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES.
       01 CERTIFICATE-FILE-NAME PIC X(40) VALUE SPACES.

       01 PURG-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 PURG-RUN-DATE-SPLIT REDEFINES PURG-RUN-DATE.
           02 PURG-RUN-YEAR PIC 9(4).
           02 PURG-RUN-MONTH PIC 9(2).
           02 PURG-RUN-DAY PIC 9(2).
       01 PURG-RETAIN-YEARS PIC 9(2) VALUE 7.
       01 PURG-CUTOFF-DATE PIC 9(8) VALUE ZEROS.
       01 PURG-RETAIN-MONTHS PIC 9(2) VALUE 12.
      *> Return code for the night-cycle driver: 0 = clean,
      *> 4 = a separation date could not be used, 8 = failed; anyone
      *> not marked anonymized is repeated by the next run.
       01 PURG-RETURN-CODE PIC 9(2) VALUE 0.
       01 PURG-EOF PIC 9 VALUE 0.
       01 PURG-WORK-EOF PIC 9 VALUE 0.
       01 PURG-LOG-EOF PIC 9 VALUE 0.
       01 PURG-PHASE PIC X(8) VALUE SPACES.

       01 PURG-LOOKUP-ID PIC X(6) VALUE SPACES.
       01 PURG-LOOKUP-FOUND PIC 9 VALUE 0.
       01 PURG-SLOT PIC 9 VALUE 0.
      *> COUPLE-MASTER.DAT held open for input once its own phase is
      *> done, so a waiver can be matched to the couple's partner.
       01 PURG-COUPLE-OPEN PIC 9 VALUE 0.

       01 PURG-COUNTS.
           02 PURG-SEPARATIONS-READ PIC 9(6) VALUE ZEROS.
           02 PURG-DUE-COUNT PIC 9(6) VALUE ZEROS.
           02 PURG-ALREADY-COUNT PIC 9(6) VALUE ZEROS.
           02 PURG-NOT-YET-COUNT PIC 9(6) VALUE ZEROS.
           02 PURG-UNUSABLE-COUNT PIC 9(6) VALUE ZEROS.
           02 PURG-MARKED-COUNT PIC 9(6) VALUE ZEROS.
           02 PURG-TOTAL-CHANGED PIC 9(7) VALUE ZEROS.
           02 PURG-GENS-EXAMINED PIC 9(5) VALUE ZEROS.
           02 PURG-GENS-CHANGED PIC 9(5) VALUE ZEROS.

      *> The file in hand: records holding a due person, records
      *> changed, and the result shown on the certificate.
       01 PURG-FILE-LABEL PIC X(34) VALUE SPACES.
       01 PURG-FILE-READ PIC 9(7) VALUE ZEROS.
       01 PURG-FILE-CHANGED PIC 9(7) VALUE ZEROS.
       01 PURG-FILE-PRESENT PIC 9 VALUE 0.
       01 PURG-FILE-FAILED PIC 9 VALUE 0.
       01 PURG-FILE-NOTE PIC X(48) VALUE SPACES.
       01 PURG-FILE-LINES PIC 9(7) VALUE ZEROS.
       01 PURG-COPY-BACK PIC 9(7) VALUE ZEROS.
       01 PURG-OPEN-STATUS PIC XX VALUE "00".
      *> How the lines of a sequential file are laid out:
      *> G = couple records, S = person records, P = person journal,
      *> C = couple journal, W = waiver journal, M = merge journal.
       01 PURG-ARCHIVE-KIND PIC X(1) VALUE SPACE.

      *> One record image being anonymized, seen as whichever record
      *> it holds.
       01 PURG-IMAGE PIC X(80) VALUE SPACES.
       01 PURG-PERSON-VIEW REDEFINES PURG-IMAGE.
           02 PURG-PV-ID PIC X(6).
           02 PURG-PV-NAME PIC X(30).
           02 PURG-PV-DOB PIC X(8).
           02 FILLER PIC X(36).
       01 PURG-COUPLE-VIEW REDEFINES PURG-IMAGE.
           02 PURG-CV-EMPLOYEE-ID PIC X(6).
           02 PURG-CV-EMPLOYEE-NAME PIC X(30).
           02 PURG-CV-EMPLOYEE-AGE PIC X(3).
           02 PURG-CV-PARTNER-ID PIC X(6).
           02 PURG-CV-PARTNER-AGE PIC X(3).
           02 PURG-CV-EMPLOYEE-DOB PIC X(8).
           02 PURG-CV-PARTNER-DOB PIC X(8).
           02 FILLER PIC X(16).
       01 PURG-WAIVER-VIEW REDEFINES PURG-IMAGE.
           02 PURG-WV-EMPLOYEE-ID PIC X(6).
           02 PURG-WV-STATUS PIC X(1).
           02 PURG-WV-REASON PIC X(40).
           02 FILLER PIC X(33).
       01 PURG-ADDRESS-VIEW REDEFINES PURG-IMAGE.
           02 PURG-AV-ID PIC X(6).
           02 PURG-AV-LINE-1 PIC X(30).
           02 PURG-AV-LINE-2 PIC X(30).
           02 PURG-AV-POSTCODE PIC X(10).
           02 FILLER PIC X(4).
       01 PURG-IMAGE-BEFORE PIC X(80) VALUE SPACES.
       01 PURG-PENDING-BEFORE PIC X(200) VALUE SPACES.
       01 PURG-PENDING-FOUND PIC 9 VALUE 0.

       01 PURG-DOB PIC X(8) VALUE SPACES.
       01 PURG-DOB-SPLIT REDEFINES PURG-DOB.
           02 PURG-DOB-YEAR PIC X(4).
           02 PURG-DOB-MMDD PIC X(4).

      *> One line of a sequential file. The journals all write the
      *> date-time, the action, then the record image; the merge
      *> journal puts a tag naming the record before its image.
       01 PURG-LINE PIC X(120) VALUE SPACES.
       01 PURG-JOURNAL-LINE REDEFINES PURG-LINE.
           02 PURG-JL-STAMP PIC X(17).
           02 FILLER PIC X(1).
           02 PURG-JL-ACTION PIC X(6).
           02 FILLER PIC X(1).
           02 PURG-JL-IMAGE PIC X(95).
       01 PURG-MERGE-LINE REDEFINES PURG-LINE.
           02 FILLER PIC X(25).
           02 PURG-ML-TAG PIC X(6).
           02 FILLER PIC X(1).
           02 PURG-ML-IMAGE PIC X(88).
       01 PURG-LINE-BEFORE PIC X(120) VALUE SPACES.

       01 PURG-PERIOD-YYYYMM PIC 9(6) VALUE ZEROS.
       01 PURG-PERIOD-SPLIT REDEFINES PURG-PERIOD-YYYYMM.
           02 PURG-PERIOD-YEAR PIC 9(4).
           02 PURG-PERIOD-MONTH PIC 9(2).
       01 PURG-MONTHS-BACK PIC 9(3) VALUE ZEROS.
       01 PURG-PROBE-LAST PIC 9(3) VALUE ZEROS.
       01 PURG-TOTAL-MONTHS PIC 9(6) VALUE ZEROS.
       01 PURG-PROBE-DAY PIC 9(2) VALUE ZEROS.

      *> Certificate lines.
       01 PURG-FILE-LINE.
           02 PURG-FL-NAME PIC X(34).
           02 FILLER PIC X(1).
           02 PURG-FL-READ PIC Z(6)9.
           02 FILLER PIC X(1).
           02 PURG-FL-CHANGED PIC Z(6)9.
           02 FILLER PIC X(2).
           02 PURG-FL-NOTE PIC X(48).
       01 PURG-PERSON-LINE.
           02 PURG-PL-ID PIC X(6).
           02 FILLER PIC X(1).
           02 PURG-PL-SEPARATED PIC 9(8).
           02 PURG-PL-COUNTS OCCURS 9 TIMES.
               03 FILLER PIC X(1).
               03 PURG-PL-COUNT PIC Z(5)9.
           02 FILLER PIC X(1).
           02 PURG-PL-STATUS PIC X(20).
       01 PURG-SUB PIC 9(2) VALUE ZEROS.

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
           ACCEPT PURG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PERSON-PURGE" TO AUDIT-SOURCE.
           MOVE "PERSON-SEPARATION.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-PURGE-PARM-PARA.
           PERFORM LOAD-RETENTION-PARM-PARA.
           COMPUTE PURG-CUTOFF-DATE =
               PURG-RUN-DATE - (PURG-RETAIN-YEARS * 10000).
           MOVE SPACES TO CERTIFICATE-FILE-NAME.
           STRING "PURGE-CERTIFICATE-" PURG-RUN-DATE ".DAT"
               DELIMITED BY SIZE INTO CERTIFICATE-FILE-NAME.
           OPEN EXTEND CERTIFICATE-FILE.
           IF CERTIFICATE-FILE-STATUS = "35" THEN
               OPEN OUTPUT CERTIFICATE-FILE
           END-IF.
           IF CERTIFICATE-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN "
                   FUNCTION TRIM(CERTIFICATE-FILE-NAME)
                   " FOR OUTPUT. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-CERTIFICATE-HEADING-PARA.
           PERFORM SELECT-DUE-PERSONS-PARA.
           IF PURG-RETURN-CODE = 8
               MOVE SPACES TO CERTIFICATE-REC
               STRING "NOT CERTIFIED: PERSON-SEPARATION.DAT COULD "
                   "NOT BE READ." DELIMITED BY SIZE INTO CERTIFICATE-REC
               WRITE CERTIFICATE-REC
               CLOSE CERTIFICATE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PURG-DUE-COUNT = 0
               MOVE SPACES TO CERTIFICATE-REC
               STRING "NO PERSON IS DUE FOR ANONYMIZATION. "
                   "NOTHING CHANGED." DELIMITED BY SIZE
                   INTO CERTIFICATE-REC
               WRITE CERTIFICATE-REC
           ELSE
               PERFORM ANONYMIZE-ALL-FILES-PARA
               CLOSE PURGE-WORK-FILE
           END-IF.
           CLOSE PERSON-SEPARATION-FILE.
           PERFORM WRITE-KEPT-SECTION-PARA.
           PERFORM WRITE-CERTIFICATE-FOOTING-PARA.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "PERSONS DUE: " PURG-DUE-COUNT
               " MARKED ANONYMIZED: " PURG-MARKED-COUNT.
           DISPLAY "RECORDS CHANGED: " PURG-TOTAL-CHANGED.
           DISPLAY "CERTIFICATE WRITTEN TO "
               FUNCTION TRIM(CERTIFICATE-FILE-NAME).
           MOVE "PERSON-PURGE" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "DUE=" PURG-DUE-COUNT " YEARS=" PURG-RETAIN-YEARS
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "ANONYMIZED=" PURG-MARKED-COUNT
               " CHANGED=" PURG-TOTAL-CHANGED
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " PURG-RETURN-CODE ".".
           MOVE PURG-RETURN-CODE TO RETURN-CODE.
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

       LOAD-PURGE-PARM-PARA.
           OPEN INPUT PURGE-PARM-FILE.
           IF PURGE-PARM-FILE-STATUS NOT = "00"
               DISPLAY "PURGE-PARM.DAT NOT FOUND. USING DEFAULT ",
                   "RETENTION OF " PURG-RETAIN-YEARS " YEARS."
           ELSE
               READ PURGE-PARM-FILE
                   AT END
                       DISPLAY "PURGE-PARM.DAT IS EMPTY. USING ",
                           "DEFAULT RETENTION OF " PURG-RETAIN-YEARS
                           " YEARS."
                   NOT AT END
                       IF PG-RETAIN-YEARS IS NUMERIC
                           AND PG-RETAIN-YEARS > 0
                           MOVE PG-RETAIN-YEARS TO PURG-RETAIN-YEARS
                       ELSE
                           DISPLAY "PURGE-PARM.DAT: RETENTION ",
                               "MUST BE 1-99 YEARS. USING DEFAULT ",
                               PURG-RETAIN-YEARS " YEARS."
                       END-IF
               END-READ
               CLOSE PURGE-PARM-FILE
           END-IF.

       LOAD-RETENTION-PARM-PARA.
      *> COUPLE-BACKUP's retention, so the generation probe reaches
      *> back as far as any generation it may not yet have purged.
           OPEN INPUT RETENTION-PARM-FILE.
           IF RETENTION-PARM-FILE-STATUS = "00"
               READ RETENTION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-RETAIN-MONTHS IS NUMERIC
                           AND RP-RETAIN-MONTHS > 0
                           MOVE RP-RETAIN-MONTHS TO PURG-RETAIN-MONTHS
                       END-IF
               END-READ
               CLOSE RETENTION-PARM-FILE
           END-IF.

       WRITE-CERTIFICATE-HEADING-PARA.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "===== PERSONAL DATA PURGE CERTIFICATE " PURG-RUN-DATE
               " =====" DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "RUN BY " AUDIT-WHO " RETENTION "
               PURG-RETAIN-YEARS " YEARS AFTER SEPARATION."
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "PERSONS SEPARATED ON OR BEFORE " PURG-CUTOFF-DATE
               " ARE DUE." DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "NAMES BECOME ANONYMIZED, BIRTH DATES KEEP ONLY THE "
               "YEAR (YYYY0701), ADDRESSES ARE REMOVED."
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "IDS, STORED AGES, COUNTS AND RESULTS ARE NOT CHANGED."
               TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.

       SELECT-DUE-PERSONS-PARA.
      *> Everyone separated on or before the cut-off and not yet
      *> anonymized goes on the work file for tonight.
           OPEN I-O PERSON-SEPARATION-FILE.
           IF PERSON-SEPARATION-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERSON-SEPARATION-FILE
               CLOSE PERSON-SEPARATION-FILE
               OPEN I-O PERSON-SEPARATION-FILE
           END-IF.
           IF PERSON-SEPARATION-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-SEPARATION.DAT. STATUS ",
                   PERSON-SEPARATION-FILE-STATUS, ". ABORTING RUN."
               MOVE 8 TO PURG-RETURN-CODE
           ELSE
               OPEN OUTPUT PURGE-WORK-FILE
               IF PURGE-WORK-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PERSON-PURGE.WRK. ",
                       "ABORTING RUN."
                   CLOSE PERSON-SEPARATION-FILE
                   MOVE 8 TO PURG-RETURN-CODE
               ELSE
                   MOVE 0 TO PURG-EOF
                   PERFORM UNTIL PURG-EOF = 1
                       READ PERSON-SEPARATION-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO PURG-EOF
                           NOT AT END
                               PERFORM NOTE-SEPARATION-PARA
                       END-READ
                   END-PERFORM
                   CLOSE PURGE-WORK-FILE
                   PERFORM SHOW-SELECTION-PARA
                   IF PURG-DUE-COUNT > 0
                       OPEN I-O PURGE-WORK-FILE
                       IF PURGE-WORK-FILE-STATUS NOT = "00"
                           DISPLAY "CANNOT REOPEN PERSON-PURGE.WRK. ",
                               "ABORTING RUN."
                           CLOSE PERSON-SEPARATION-FILE
                           MOVE 8 TO PURG-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-SEPARATION-PARA.
           ADD 1 TO PURG-SEPARATIONS-READ.
           IF SP-SEPARATION-DATE IS NOT NUMERIC
               OR SP-SEPARATION-DATE = ZEROS
               ADD 1 TO PURG-UNUSABLE-COUNT
               IF PURG-RETURN-CODE < 4
                   MOVE 4 TO PURG-RETURN-CODE
               END-IF
               MOVE SPACES TO CERTIFICATE-REC
               STRING "SEPARATION DATE UNUSABLE FOR PERSON-ID "
                   SP-PERSON-ID ". SKIPPED."
                   DELIMITED BY SIZE INTO CERTIFICATE-REC
               WRITE CERTIFICATE-REC
           ELSE
               IF SP-ANONYMIZED-DATE IS NUMERIC
                   AND SP-ANONYMIZED-DATE NOT = ZEROS
                   ADD 1 TO PURG-ALREADY-COUNT
               ELSE
                   IF SP-SEPARATION-DATE > PURG-CUTOFF-DATE
                       ADD 1 TO PURG-NOT-YET-COUNT
                   ELSE
                       MOVE SP-PERSON-ID TO PW-PERSON-ID
                       MOVE SP-SEPARATION-DATE TO PW-SEPARATION-DATE
                       PERFORM VARYING PURG-SUB FROM 1 BY 1
                               UNTIL PURG-SUB > 9
                           MOVE ZEROS TO PW-COUNT(PURG-SUB)
                       END-PERFORM
                       WRITE PURGE-WORK-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE WORK KEY FOR ",
                                   SP-PERSON-ID, ". SKIPPED."
                           NOT INVALID KEY
                               ADD 1 TO PURG-DUE-COUNT
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       SHOW-SELECTION-PARA.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "SEPARATIONS ON FILE: " PURG-SEPARATIONS-READ
               "  DUE NOW: " PURG-DUE-COUNT
               "  ANONYMIZED EARLIER: " PURG-ALREADY-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "NOT YET DUE: " PURG-NOT-YET-COUNT
               "  UNUSABLE SEPARATION DATE: " PURG-UNUSABLE-COUNT
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           DISPLAY "SEPARATIONS ON FILE: " PURG-SEPARATIONS-READ
               " DUE NOW: " PURG-DUE-COUNT.

       ANONYMIZE-ALL-FILES-PARA.
           MOVE SPACES TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "WHERE ANONYMIZED" TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "FILE                               HOLDING  CHANGED"
               "  RESULT" DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           PERFORM ANONYMIZE-PERSON-MASTER-PARA.
           PERFORM ANONYMIZE-COUPLE-MASTER-PARA.
           PERFORM ANONYMIZE-COUPLE-HISTORY-PARA.
           PERFORM OPEN-COUPLE-LOOKUP-PARA.
           PERFORM ANONYMIZE-WAIVERS-PARA.
           PERFORM REMOVE-ADDRESSES-PARA.
           PERFORM ANONYMIZE-PENDING-PARA.
           PERFORM ANONYMIZE-JOURNALS-PARA.
           IF PURG-COUPLE-OPEN = 1
               CLOSE COUPLE-MASTER-FILE
               MOVE 0 TO PURG-COUPLE-OPEN
           END-IF.
           PERFORM ANONYMIZE-GENERATIONS-PARA.
           PERFORM COUNT-LETTER-LOG-PARA.
           PERFORM WRITE-PERSON-SECTION-PARA.

       FOR-EACH-PERSON-PARA.
      *> Walks the people due tonight, handing each to the step
      *> PURG-PHASE names.
           MOVE 0 TO PURG-WORK-EOF.
           MOVE LOW-VALUES TO PW-PERSON-ID.
           START PURGE-WORK-FILE KEY IS >= PW-PERSON-ID
               INVALID KEY
                   MOVE 1 TO PURG-WORK-EOF
           END-START.
           PERFORM UNTIL PURG-WORK-EOF = 1
               READ PURGE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO PURG-WORK-EOF
                   NOT AT END
                       EVALUATE PURG-PHASE
                           WHEN "PERSON"
                               PERFORM PERSON-MASTER-ONE-PARA
                           WHEN "ADDRESS"
                               PERFORM ADDRESS-ONE-PARA
                           WHEN "LETTERS"
                               PERFORM LETTER-LOG-ONE-PARA
                           WHEN "CERTIFY"
                               PERFORM PERSON-LINE-ONE-PARA
                       END-EVALUATE
               END-READ
           END-PERFORM.

       ANONYMIZE-PERSON-MASTER-PARA.
           PERFORM START-FILE-PARA.
           MOVE "PERSON-MASTER.DAT" TO PURG-FILE-LABEL.
           OPEN I-O PERSON-MASTER-FILE.
           IF PERSON-MASTER-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE "PERSON" TO PURG-PHASE
               PERFORM FOR-EACH-PERSON-PARA
               CLOSE PERSON-MASTER-FILE
           ELSE
               MOVE PERSON-MASTER-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       PERSON-MASTER-ONE-PARA.
           MOVE PW-PERSON-ID TO PM-PERSON-ID.
           READ PERSON-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PURG-FILE-READ
                   ADD 1 TO PW-COUNT(1)
                   MOVE PERSON-REC TO PURG-IMAGE
                   MOVE PURG-IMAGE TO PURG-IMAGE-BEFORE
                   PERFORM ANONYMIZE-PERSON-FIELDS-PARA
                   IF PURG-IMAGE NOT = PURG-IMAGE-BEFORE
                       MOVE PURG-IMAGE TO PERSON-REC
                       REWRITE PERSON-REC
                           INVALID KEY
                               PERFORM NOTE-REWRITE-FAILED-PARA
                           NOT INVALID KEY
                               ADD 1 TO PURG-FILE-CHANGED
                       END-REWRITE
                   END-IF
           END-READ.
           PERFORM REWRITE-WORK-PARA.

       ANONYMIZE-COUPLE-MASTER-PARA.
      *> Every couple is read, since the person may be the partner
      *> as well as the employee the master is keyed by.
           PERFORM START-FILE-PARA.
           MOVE "COUPLE-MASTER.DAT" TO PURG-FILE-LABEL.
           MOVE 2 TO PURG-SLOT.
           OPEN I-O COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE 0 TO PURG-EOF
               PERFORM UNTIL PURG-EOF = 1
                   READ COUPLE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO PURG-EOF
                       NOT AT END
                           PERFORM COUPLE-MASTER-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE COUPLE-MASTER-FILE
           ELSE
               MOVE COUPLE-MASTER-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       COUPLE-MASTER-ONE-PARA.
           MOVE COUPLE-REC TO PURG-IMAGE.
           MOVE PURG-IMAGE TO PURG-IMAGE-BEFORE.
           PERFORM ANONYMIZE-COUPLE-IMAGE-PARA.
           IF PURG-LOOKUP-FOUND = 1
               ADD 1 TO PURG-FILE-READ
           END-IF.
           IF PURG-IMAGE NOT = PURG-IMAGE-BEFORE
               MOVE PURG-IMAGE TO COUPLE-REC
               REWRITE COUPLE-REC
                   INVALID KEY
                       PERFORM NOTE-REWRITE-FAILED-PARA
                   NOT INVALID KEY
                       ADD 1 TO PURG-FILE-CHANGED
               END-REWRITE
           END-IF.

       ANONYMIZE-COUPLE-HISTORY-PARA.
      *> Each dated version carries its own copy of the couple
      *> record, so every version of the person is anonymized the
      *> same way the master is and the open version still matches.
           PERFORM START-FILE-PARA.
           MOVE "COUPLE-HISTORY.DAT" TO PURG-FILE-LABEL.
           MOVE 3 TO PURG-SLOT.
           OPEN I-O COUPLE-HISTORY-FILE.
           IF COUPLE-HISTORY-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE 0 TO PURG-EOF
               PERFORM UNTIL PURG-EOF = 1
                   READ COUPLE-HISTORY-FILE
                       AT END
                           MOVE 1 TO PURG-EOF
                       NOT AT END
                           PERFORM COUPLE-HISTORY-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE COUPLE-HISTORY-FILE
           ELSE
               MOVE COUPLE-HISTORY-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       COUPLE-HISTORY-ONE-PARA.
           MOVE CH-COUPLE-IMAGE TO PURG-IMAGE.
           MOVE PURG-IMAGE TO PURG-IMAGE-BEFORE.
           PERFORM ANONYMIZE-COUPLE-IMAGE-PARA.
           IF PURG-LOOKUP-FOUND = 1
               ADD 1 TO PURG-FILE-READ
           END-IF.
           IF PURG-IMAGE NOT = PURG-IMAGE-BEFORE
               MOVE PURG-IMAGE TO CH-COUPLE-IMAGE
               REWRITE COUPLE-HIST-REC
                   INVALID KEY
                       PERFORM NOTE-REWRITE-FAILED-PARA
                   NOT INVALID KEY
                       ADD 1 TO PURG-FILE-CHANGED
               END-REWRITE
           END-IF.

       OPEN-COUPLE-LOOKUP-PARA.
      *> A couple master that cannot be opened leaves waivers matched
      *> on the employee alone; the couple phase above has already
      *> reported the file.
           MOVE 0 TO PURG-COUPLE-OPEN.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS = "00"
               MOVE 1 TO PURG-COUPLE-OPEN
           END-IF.

       ANONYMIZE-WAIVERS-PARA.
      *> A waiver case is keyed by the couple's employee; its reason
      *> is free text and may name either of the couple, so every
      *> case is read and checked against both.
           PERFORM START-FILE-PARA.
           MOVE "WAIVER-MASTER.DAT" TO PURG-FILE-LABEL.
           MOVE 4 TO PURG-SLOT.
           OPEN I-O WAIVER-MASTER-FILE.
           IF WAIVER-MASTER-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE 0 TO PURG-EOF
               PERFORM UNTIL PURG-EOF = 1
                   READ WAIVER-MASTER-FILE
                       AT END
                           MOVE 1 TO PURG-EOF
                       NOT AT END
                           PERFORM WAIVER-MASTER-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE WAIVER-MASTER-FILE
           ELSE
               MOVE WAIVER-MASTER-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       WAIVER-MASTER-ONE-PARA.
           MOVE WAIVER-REC TO PURG-IMAGE.
           MOVE PURG-IMAGE TO PURG-IMAGE-BEFORE.
           PERFORM ANONYMIZE-WAIVER-IMAGE-PARA.
           IF PURG-LOOKUP-FOUND = 1
               ADD 1 TO PURG-FILE-READ
           END-IF.
           IF PURG-IMAGE NOT = PURG-IMAGE-BEFORE
               MOVE PURG-IMAGE TO WAIVER-REC
               REWRITE WAIVER-REC
                   INVALID KEY
                       PERFORM NOTE-REWRITE-FAILED-PARA
                   NOT INVALID KEY
                       ADD 1 TO PURG-FILE-CHANGED
               END-REWRITE
           END-IF.

       REMOVE-ADDRESSES-PARA.
           PERFORM START-FILE-PARA.
           MOVE "PERSON-ADDRESS.DAT" TO PURG-FILE-LABEL.
           OPEN I-O PERSON-ADDRESS-FILE.
           IF PERSON-ADDRESS-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE "ADDRESS" TO PURG-PHASE
               PERFORM FOR-EACH-PERSON-PARA
               CLOSE PERSON-ADDRESS-FILE
               IF PURG-FILE-FAILED = 0 AND PURG-FILE-CHANGED > 0
                   MOVE "ADDRESSES REMOVED" TO PURG-FILE-NOTE
               END-IF
           ELSE
               MOVE PERSON-ADDRESS-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       ADDRESS-ONE-PARA.
           MOVE PW-PERSON-ID TO AD-PERSON-ID.
           READ PERSON-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PURG-FILE-READ
                   ADD 1 TO PW-COUNT(5)
                   DELETE PERSON-ADDRESS-FILE
                       INVALID KEY
                           PERFORM NOTE-REWRITE-FAILED-PARA
                       NOT INVALID KEY
                           ADD 1 TO PURG-FILE-CHANGED
                   END-DELETE
           END-READ.
           PERFORM REWRITE-WORK-PARA.

       ANONYMIZE-PENDING-PARA.
      *> A queued delete or waiver carries the record as it stood
      *> when it was requested; it is anonymized the same way as the
      *> master, so the approval still finds the two alike.
           PERFORM START-FILE-PARA.
           MOVE "PENDING-ACTION.DAT" TO PURG-FILE-LABEL.
           MOVE 6 TO PURG-SLOT.
           OPEN I-O PENDING-ACTION-FILE.
           IF PENDING-ACTION-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE 0 TO PURG-EOF
               PERFORM UNTIL PURG-EOF = 1
                   READ PENDING-ACTION-FILE
                       AT END
                           MOVE 1 TO PURG-EOF
                       NOT AT END
                           PERFORM PENDING-ONE-PARA
                   END-READ
               END-PERFORM
               CLOSE PENDING-ACTION-FILE
           ELSE
               MOVE PENDING-ACTION-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       PENDING-ONE-PARA.
      *> A queued waiver also carries the case as it stood when it
      *> was asked for; that is anonymized by the same rule as the
      *> waiver master, so the approval still finds the two alike.
           MOVE PA-RECORD-IMAGE TO PURG-PENDING-BEFORE.
           MOVE 0 TO PURG-PENDING-FOUND.
           MOVE PA-RECORD-IMAGE TO PURG-IMAGE.
           MOVE 0 TO PURG-LOOKUP-FOUND.
           EVALUATE PA-PROGRAM
               WHEN "PERSON-MAINT"
                   PERFORM ANONYMIZE-PERSON-IMAGE-PARA
               WHEN "COUPLE-MAINT"
                   PERFORM ANONYMIZE-COUPLE-IMAGE-PARA
               WHEN "WAIVER-MAINT"
                   PERFORM ANONYMIZE-WAIVER-IMAGE-PARA
           END-EVALUATE.
           IF PURG-LOOKUP-FOUND = 1
               MOVE 1 TO PURG-PENDING-FOUND
           END-IF.
           MOVE PURG-IMAGE TO PA-RECORD-IMAGE(1:80).
           IF PA-PROGRAM = "WAIVER-MAINT" AND PA-ACTION = "WAIVE"
               AND PA-WAIVE-PRIOR-FOUND = "Y"
               MOVE PA-WAIVE-PRIOR TO PURG-IMAGE
               PERFORM ANONYMIZE-WAIVER-IMAGE-PARA
               IF PURG-LOOKUP-FOUND = 1
                   MOVE 1 TO PURG-PENDING-FOUND
               END-IF
               MOVE PURG-IMAGE TO PA-WAIVE-PRIOR(1:80)
           END-IF.
           IF PURG-PENDING-FOUND = 1
               ADD 1 TO PURG-FILE-READ
           END-IF.
           IF PA-RECORD-IMAGE NOT = PURG-PENDING-BEFORE
               REWRITE PENDING-ACTION-REC
                   INVALID KEY
                       PERFORM NOTE-REWRITE-FAILED-PARA
                   NOT INVALID KEY
                       ADD 1 TO PURG-FILE-CHANGED
               END-REWRITE
           END-IF.

       ANONYMIZE-JOURNALS-PARA.
      *> The maintenance journals are kept for good and each line
      *> carries the record image as applied. The load files are
      *> the person and couple records as first converted.
           MOVE 7 TO PURG-SLOT.
           MOVE "PERSON-MAINT-JOURNAL.PRT" TO ARCHIVE-FILE-NAME.
           MOVE "P" TO PURG-ARCHIVE-KIND.
           PERFORM ANONYMIZE-SEQ-FILE-PARA.
           MOVE "COUPLE-MAINT-JOURNAL.PRT" TO ARCHIVE-FILE-NAME.
           MOVE "C" TO PURG-ARCHIVE-KIND.
           PERFORM ANONYMIZE-SEQ-FILE-PARA.
           MOVE "WAIVER-MAINT-JOURNAL.PRT" TO ARCHIVE-FILE-NAME.
           MOVE "W" TO PURG-ARCHIVE-KIND.
           PERFORM ANONYMIZE-SEQ-FILE-PARA.
           MOVE "PERSON-MERGE-JOURNAL.PRT" TO ARCHIVE-FILE-NAME.
           MOVE "M" TO PURG-ARCHIVE-KIND.
           PERFORM ANONYMIZE-SEQ-FILE-PARA.
           MOVE 8 TO PURG-SLOT.
           MOVE "PERSON-MASTER.SEQ" TO ARCHIVE-FILE-NAME.
           MOVE "S" TO PURG-ARCHIVE-KIND.
           PERFORM ANONYMIZE-SEQ-FILE-PARA.
           MOVE "COUPLE-MASTER.SEQ" TO ARCHIVE-FILE-NAME.
           MOVE "G" TO PURG-ARCHIVE-KIND.
           PERFORM ANONYMIZE-SEQ-FILE-PARA.

       ANONYMIZE-SEQ-FILE-PARA.
           PERFORM REWRITE-SEQ-FILE-PARA.
           MOVE ARCHIVE-FILE-NAME TO PURG-FILE-LABEL.
           PERFORM WRITE-FILE-LINE-PARA.

       ANONYMIZE-GENERATIONS-PARA.
      *> COUPLE-BACKUP's generations are daily, so probe every day of
      *> every month from this one back to three years past its
      *> retention, the same reach its own purge has.
           MOVE 8 TO PURG-SLOT.
           MOVE "G" TO PURG-ARCHIVE-KIND.
           COMPUTE PURG-PROBE-LAST = PURG-RETAIN-MONTHS + 36.
           PERFORM VARYING PURG-MONTHS-BACK FROM 0 BY 1
                   UNTIL PURG-MONTHS-BACK > PURG-PROBE-LAST
               PERFORM COMPUTE-PERIOD-PARA
               PERFORM VARYING PURG-PROBE-DAY FROM 1 BY 1
                       UNTIL PURG-PROBE-DAY > 31
                   PERFORM GENERATION-ONE-PARA
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "COUPLE-MASTER-YYYYMMDD.SEQ GENERATIONS EXAMINED: "
               PURG-GENS-EXAMINED " CHANGED: " PURG-GENS-CHANGED
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.

       COMPUTE-PERIOD-PARA.
      *> Period = run month minus PURG-MONTHS-BACK whole months.
           COMPUTE PURG-TOTAL-MONTHS =
               (PURG-RUN-YEAR * 12) + PURG-RUN-MONTH - 1
               - PURG-MONTHS-BACK.
           COMPUTE PURG-PERIOD-YEAR = PURG-TOTAL-MONTHS / 12.
           COMPUTE PURG-PERIOD-MONTH =
               FUNCTION MOD(PURG-TOTAL-MONTHS, 12) + 1.

       GENERATION-ONE-PARA.
      *> Only generations that held a due person are listed.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING "COUPLE-MASTER-" PURG-PERIOD-YYYYMM PURG-PROBE-DAY
               ".SEQ" DELIMITED BY SIZE INTO ARCHIVE-FILE-NAME.
           PERFORM REWRITE-SEQ-FILE-PARA.
           IF PURG-FILE-PRESENT = 1
               ADD 1 TO PURG-GENS-EXAMINED
               IF PURG-FILE-CHANGED > 0
                   ADD 1 TO PURG-GENS-CHANGED
               END-IF
               IF PURG-FILE-READ > 0 OR PURG-FILE-FAILED = 1
                   MOVE ARCHIVE-FILE-NAME TO PURG-FILE-LABEL
                   PERFORM WRITE-FILE-LINE-PARA
               END-IF
           END-IF.

       REWRITE-SEQ-FILE-PARA.
      *> Copies ARCHIVE-FILE-NAME to PERSON-PURGE-COPY.WRK with every
      *> line anonymized and, when any line changed, copies the
      *> result back over the original, which keeps its line count.
      *> The copy is left in place, so a file that fails part way
      *> back can be restored from it.
           PERFORM START-FILE-PARA.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               OPEN OUTPUT COPY-FILE
               IF COPY-FILE-STATUS NOT = "00"
                   CLOSE ARCHIVE-FILE
                   MOVE "CANNOT OPEN PERSON-PURGE-COPY.WRK"
                       TO PURG-FILE-NOTE
                   PERFORM NOTE-FILE-FAILED-PARA
               ELSE
                   MOVE 0 TO PURG-EOF
                   PERFORM UNTIL PURG-EOF = 1
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 1 TO PURG-EOF
                           NOT AT END
                               PERFORM ANONYMIZE-LINE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   CLOSE COPY-FILE
                   IF PURG-FILE-CHANGED > 0
                       PERFORM COPY-BACK-PARA
                   END-IF
               END-IF
           ELSE
               IF ARCHIVE-FILE-STATUS NOT = "35"
                   MOVE 1 TO PURG-FILE-PRESENT
                   MOVE SPACES TO PURG-FILE-NOTE
                   STRING "CANNOT OPEN. STATUS " ARCHIVE-FILE-STATUS
                       DELIMITED BY SIZE INTO PURG-FILE-NOTE
                   PERFORM NOTE-FILE-FAILED-PARA
               END-IF
           END-IF.

       COPY-BACK-PARA.
           MOVE ZEROS TO PURG-COPY-BACK.
           OPEN INPUT COPY-FILE.
           IF COPY-FILE-STATUS NOT = "00"
               MOVE "CANNOT REOPEN PERSON-PURGE-COPY.WRK"
                   TO PURG-FILE-NOTE
               PERFORM NOTE-FILE-FAILED-PARA
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
               IF ARCHIVE-FILE-STATUS NOT = "00"
                   CLOSE COPY-FILE
                   MOVE SPACES TO PURG-FILE-NOTE
                   STRING "CANNOT REWRITE. STATUS " ARCHIVE-FILE-STATUS
                       DELIMITED BY SIZE INTO PURG-FILE-NOTE
                   PERFORM NOTE-FILE-FAILED-PARA
               ELSE
                   MOVE 0 TO PURG-EOF
                   PERFORM UNTIL PURG-EOF = 1
                       READ COPY-FILE
                           AT END
                               MOVE 1 TO PURG-EOF
                           NOT AT END
                               WRITE ARCHIVE-REC FROM COPY-REC
                               IF ARCHIVE-FILE-STATUS = "00"
                                   ADD 1 TO PURG-COPY-BACK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COPY-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.
           IF PURG-FILE-FAILED = 0
               AND PURG-COPY-BACK NOT = PURG-FILE-LINES
               MOVE "REWRITE SHORT - SEE PERSON-PURGE-COPY.WRK"
                   TO PURG-FILE-NOTE
               PERFORM NOTE-FILE-FAILED-PARA
           END-IF.

       ANONYMIZE-LINE-PARA.
           ADD 1 TO PURG-FILE-LINES.
           MOVE ARCHIVE-REC TO PURG-LINE.
           MOVE PURG-LINE TO PURG-LINE-BEFORE.
           MOVE 0 TO PURG-LOOKUP-FOUND.
           EVALUATE PURG-ARCHIVE-KIND
               WHEN "G"
                   MOVE PURG-LINE TO PURG-IMAGE
                   PERFORM ANONYMIZE-COUPLE-IMAGE-PARA
                   MOVE PURG-IMAGE TO PURG-LINE
               WHEN "S"
                   MOVE PURG-LINE TO PURG-IMAGE
                   PERFORM ANONYMIZE-PERSON-IMAGE-PARA
                   MOVE PURG-IMAGE TO PURG-LINE
               WHEN "P"
                   MOVE PURG-JL-IMAGE TO PURG-IMAGE
                   EVALUATE PURG-JL-ACTION
                       WHEN "ADDR"
                       WHEN "ADRDEL"
                           PERFORM ANONYMIZE-ADDRESS-IMAGE-PARA
                       WHEN "SEPAR"
                       WHEN "SEPDEL"
                           CONTINUE
                       WHEN OTHER
                           PERFORM ANONYMIZE-PERSON-IMAGE-PARA
                   END-EVALUATE
                   MOVE PURG-IMAGE TO PURG-JL-IMAGE
               WHEN "C"
                   MOVE PURG-JL-IMAGE TO PURG-IMAGE
                   PERFORM ANONYMIZE-COUPLE-IMAGE-PARA
                   MOVE PURG-IMAGE TO PURG-JL-IMAGE
               WHEN "W"
                   MOVE PURG-JL-IMAGE TO PURG-IMAGE
                   PERFORM ANONYMIZE-WAIVER-IMAGE-PARA
                   MOVE PURG-IMAGE TO PURG-JL-IMAGE
               WHEN "M"
                   PERFORM ANONYMIZE-MERGE-LINE-PARA
           END-EVALUATE.
           IF PURG-LOOKUP-FOUND = 1
               ADD 1 TO PURG-FILE-READ
           END-IF.
           IF PURG-LINE NOT = PURG-LINE-BEFORE
               ADD 1 TO PURG-FILE-CHANGED
           END-IF.
           WRITE COPY-REC FROM PURG-LINE.

       ANONYMIZE-MERGE-LINE-PARA.
      *> The MERGE line itself carries only the two ids; the record
      *> lines are tagged with the file they came from. History
      *> lines hold ids and results only.
           IF PURG-JL-ACTION NOT = "MERGE"
               MOVE PURG-ML-IMAGE TO PURG-IMAGE
               EVALUATE PURG-ML-TAG
                   WHEN "PERSON"
                       PERFORM ANONYMIZE-PERSON-IMAGE-PARA
                   WHEN "COUPLE"
                       PERFORM ANONYMIZE-COUPLE-IMAGE-PARA
                   WHEN "WAIVER"
                       PERFORM ANONYMIZE-WAIVER-IMAGE-PARA
                   WHEN "ADDRES"
                       PERFORM ANONYMIZE-ADDRESS-IMAGE-PARA
               END-EVALUATE
               MOVE PURG-IMAGE TO PURG-ML-IMAGE
           END-IF.

       ANONYMIZE-PERSON-IMAGE-PARA.
           MOVE PURG-PV-ID TO PURG-LOOKUP-ID.
           PERFORM FIND-PURGE-PERSON-PARA.
           IF PURG-LOOKUP-FOUND = 1
               PERFORM ANONYMIZE-PERSON-FIELDS-PARA
               PERFORM NOTE-PURGE-HIT-PARA
           END-IF.

       ANONYMIZE-COUPLE-IMAGE-PARA.
      *> The employee carries a name and a birth date on the couple
      *> record, the partner a birth date only. Either or both may
      *> be due; the stored ages are left alone.
           MOVE 0 TO PURG-SUB.
           MOVE PURG-CV-EMPLOYEE-ID TO PURG-LOOKUP-ID.
           PERFORM FIND-PURGE-PERSON-PARA.
           IF PURG-LOOKUP-FOUND = 1
               MOVE 1 TO PURG-SUB
               MOVE "ANONYMIZED" TO PURG-CV-EMPLOYEE-NAME
               MOVE PURG-CV-EMPLOYEE-DOB TO PURG-DOB
               PERFORM GENERALIZE-DOB-PARA
               MOVE PURG-DOB TO PURG-CV-EMPLOYEE-DOB
               PERFORM NOTE-PURGE-HIT-PARA
           END-IF.
           MOVE PURG-CV-PARTNER-ID TO PURG-LOOKUP-ID.
           PERFORM FIND-PURGE-PERSON-PARA.
           IF PURG-LOOKUP-FOUND = 1
               MOVE 1 TO PURG-SUB
               MOVE PURG-CV-PARTNER-DOB TO PURG-DOB
               PERFORM GENERALIZE-DOB-PARA
               MOVE PURG-DOB TO PURG-CV-PARTNER-DOB
               PERFORM NOTE-PURGE-HIT-PARA
           END-IF.
           IF PURG-SUB = 1
               MOVE 1 TO PURG-LOOKUP-FOUND
           END-IF.

       ANONYMIZE-WAIVER-IMAGE-PARA.
      *> The reason goes when the employee is due, or else when the
      *> partner on the employee's couple is.
           MOVE PURG-WV-EMPLOYEE-ID TO PURG-LOOKUP-ID.
           PERFORM FIND-PURGE-PERSON-PARA.
           IF PURG-LOOKUP-FOUND = 0 AND PURG-COUPLE-OPEN = 1
               MOVE PURG-WV-EMPLOYEE-ID TO CM-EMPLOYEE-ID
               READ COUPLE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-PARTNER-ID TO PURG-LOOKUP-ID
                       PERFORM FIND-PURGE-PERSON-PARA
               END-READ
           END-IF.
           IF PURG-LOOKUP-FOUND = 1
               PERFORM ANONYMIZE-WAIVER-FIELDS-PARA
               PERFORM NOTE-PURGE-HIT-PARA
           END-IF.

       ANONYMIZE-ADDRESS-IMAGE-PARA.
           MOVE PURG-AV-ID TO PURG-LOOKUP-ID.
           PERFORM FIND-PURGE-PERSON-PARA.
           IF PURG-LOOKUP-FOUND = 1
               MOVE "ANONYMIZED" TO PURG-AV-LINE-1
               MOVE SPACES TO PURG-AV-LINE-2
               MOVE SPACES TO PURG-AV-POSTCODE
               PERFORM NOTE-PURGE-HIT-PARA
           END-IF.

       ANONYMIZE-PERSON-FIELDS-PARA.
           MOVE "ANONYMIZED" TO PURG-PV-NAME.
           MOVE PURG-PV-DOB TO PURG-DOB.
           PERFORM GENERALIZE-DOB-PARA.
           MOVE PURG-DOB TO PURG-PV-DOB.

       ANONYMIZE-WAIVER-FIELDS-PARA.
           MOVE "ANONYMIZED" TO PURG-WV-REASON.

       GENERALIZE-DOB-PARA.
      *> Keeps the birth year and puts the day at mid-year, so ages
      *> worked out from it later are out by less than a year. An
      *> unknown birth date (zeros) stays unknown.
           IF PURG-DOB IS NUMERIC AND PURG-DOB NOT = "00000000"
               MOVE "0701" TO PURG-DOB-MMDD
           END-IF.

       FIND-PURGE-PERSON-PARA.
           MOVE 0 TO PURG-LOOKUP-FOUND.
           IF PURG-LOOKUP-ID NOT = SPACES
               MOVE PURG-LOOKUP-ID TO PW-PERSON-ID
               READ PURGE-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO PURG-LOOKUP-FOUND
               END-READ
           END-IF.

       NOTE-PURGE-HIT-PARA.
           ADD 1 TO PW-COUNT(PURG-SLOT).
           PERFORM REWRITE-WORK-PARA.

       REWRITE-WORK-PARA.
           REWRITE PURGE-WORK-REC
               INVALID KEY
                   DISPLAY "PERSON-PURGE.WRK REWRITE FAILED FOR ",
                       PW-PERSON-ID, ". STATUS ",
                       PURGE-WORK-FILE-STATUS, "."
           END-REWRITE.

       COUNT-LETTER-LOG-PARA.
      *> The letter log holds ids, dates and letter references only,
      *> so its entries are kept; they are counted for the record.
           PERFORM START-FILE-PARA.
           MOVE "LETTER-LOG.DAT" TO PURG-FILE-LABEL.
           OPEN INPUT LETTER-LOG-FILE.
           IF LETTER-LOG-FILE-STATUS = "00"
               MOVE 1 TO PURG-FILE-PRESENT
               MOVE "LETTERS" TO PURG-PHASE
               PERFORM FOR-EACH-PERSON-PARA
               CLOSE LETTER-LOG-FILE
               MOVE "IDS AND DATES ONLY - KEPT" TO PURG-FILE-NOTE
           ELSE
               MOVE LETTER-LOG-FILE-STATUS TO PURG-OPEN-STATUS
               PERFORM NOTE-OPEN-FAILED-PARA
           END-IF.
           PERFORM WRITE-FILE-LINE-PARA.

       LETTER-LOG-ONE-PARA.
           MOVE PW-PERSON-ID TO LG-PERSON-ID.
           MOVE ZEROS TO LG-SENT-DATE.
           MOVE LOW-VALUES TO LG-NOTICE.
           MOVE 0 TO PURG-LOG-EOF.
           START LETTER-LOG-FILE KEY IS >= LG-LOG-KEY
               INVALID KEY
                   MOVE 1 TO PURG-LOG-EOF
           END-START.
           PERFORM UNTIL PURG-LOG-EOF = 1
               READ LETTER-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO PURG-LOG-EOF
                   NOT AT END
                       IF LG-PERSON-ID NOT = PW-PERSON-ID
                           MOVE 1 TO PURG-LOG-EOF
                       ELSE
                           ADD 1 TO PURG-FILE-READ
                           ADD 1 TO PW-COUNT(9)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM REWRITE-WORK-PARA.

       WRITE-PERSON-SECTION-PARA.
      *> One line per person with where they were found, then the
      *> separation is marked anonymized - only when every file went
      *> through cleanly, so a failed run leaves them due.
           MOVE SPACES TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "PERSONS ANONYMIZED - RECORDS HOLDING EACH PERSON"
               TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "                PERSON COUPLE COUPLE WAIVER PERSON "
               "PENDNG  MAINT BACKUP LETTER"
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "ID     SEPARATED MASTER MASTER HISTRY MASTER ADDRSS "
               "ACTION JOURNL  FILES    LOG STATUS"
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "CERTIFY" TO PURG-PHASE.
           PERFORM FOR-EACH-PERSON-PARA.

       PERSON-LINE-ONE-PARA.
           MOVE SPACES TO PURG-PERSON-LINE.
           MOVE PW-PERSON-ID TO PURG-PL-ID.
           MOVE PW-SEPARATION-DATE TO PURG-PL-SEPARATED.
           PERFORM VARYING PURG-SUB FROM 1 BY 1 UNTIL PURG-SUB > 9
               MOVE PW-COUNT(PURG-SUB) TO PURG-PL-COUNT(PURG-SUB)
           END-PERFORM.
           IF PURG-RETURN-CODE < 8
               PERFORM MARK-ANONYMIZED-PARA
           ELSE
               MOVE "NOT MARKED - RERUN" TO PURG-PL-STATUS
           END-IF.
           MOVE PURG-PERSON-LINE TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.

       MARK-ANONYMIZED-PARA.
           MOVE PW-PERSON-ID TO SP-PERSON-ID.
           READ PERSON-SEPARATION-FILE
               INVALID KEY
                   MOVE "NOT MARKED - NO SEP." TO PURG-PL-STATUS
               NOT INVALID KEY
                   MOVE PURG-RUN-DATE TO SP-ANONYMIZED-DATE
                   REWRITE PERSON-SEP-REC
                       INVALID KEY
                           MOVE "NOT MARKED - RERUN" TO PURG-PL-STATUS
                           MOVE 8 TO PURG-RETURN-CODE
                       NOT INVALID KEY
                           MOVE "ANONYMIZED" TO PURG-PL-STATUS
                           ADD 1 TO PURG-MARKED-COUNT
                   END-REWRITE
           END-READ.

       WRITE-KEPT-SECTION-PARA.
           MOVE SPACES TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "KEPT AS THEY ARE - IDS, AGES, COUNTS AND RESULTS ONLY"
               TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "  AUDIT.LOG AND ITS AUDIT-YYYYMM.LOG ARCHIVES"
               TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "  MEMBERSHIP.EXT AND ITS MEMBERSHIP-YYYYMM.EXT "
               "ARCHIVES" DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "  AGEPAIRS-RESULTS.DAT AND ITS "
               "AGEPAIRS-RESULTS-YYYYMM.DAT ARCHIVES"
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "  RUN-HISTORY.DAT, EXCEPTION-HISTORY.DAT, "
               "AGING-STATUS.DAT, RECON-CASES.DAT"
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE "  LETTER-LOG.DAT, COUPLE-SNAPSHOT.CSV, AGEPAIRS.DAT"
               TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           STRING "NIGHTLY REPORTS AND LETTERS ARE REWRITTEN FROM THE "
               "ANONYMIZED MASTERS ON THEIR NEXT RUN."
               DELIMITED BY SIZE INTO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.

       WRITE-CERTIFICATE-FOOTING-PARA.
           MOVE SPACES TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           MOVE SPACES TO CERTIFICATE-REC.
           IF PURG-RETURN-CODE < 8
               STRING "CERTIFIED: " PURG-MARKED-COUNT
                   " PERSONS ANONYMIZED, " PURG-TOTAL-CHANGED
                   " RECORDS CHANGED."
                   DELIMITED BY SIZE INTO CERTIFICATE-REC
           ELSE
               STRING "NOT CERTIFIED: A FILE ABOVE FAILED. "
                   PURG-MARKED-COUNT
                   " MARKED, THE REST ARE REPEATED NEXT RUN."
                   DELIMITED BY SIZE INTO CERTIFICATE-REC
           END-IF.
           WRITE CERTIFICATE-REC.

       START-FILE-PARA.
           MOVE ZEROS TO PURG-FILE-READ.
           MOVE ZEROS TO PURG-FILE-CHANGED.
           MOVE ZEROS TO PURG-FILE-LINES.
           MOVE 0 TO PURG-FILE-PRESENT.
           MOVE 0 TO PURG-FILE-FAILED.
           MOVE SPACES TO PURG-FILE-NOTE.

       NOTE-OPEN-FAILED-PARA.
      *> A file that does not exist yet holds nobody; any other open
      *> failure stops the run being certified.
           IF PURG-OPEN-STATUS NOT = "35"
               MOVE SPACES TO PURG-FILE-NOTE
               STRING "CANNOT OPEN. STATUS " PURG-OPEN-STATUS
                   DELIMITED BY SIZE INTO PURG-FILE-NOTE
               PERFORM NOTE-FILE-FAILED-PARA
           END-IF.

       NOTE-REWRITE-FAILED-PARA.
           MOVE "REWRITE FAILED" TO PURG-FILE-NOTE.
           PERFORM NOTE-FILE-FAILED-PARA.

       NOTE-FILE-FAILED-PARA.
           MOVE 1 TO PURG-FILE-FAILED.
           MOVE 8 TO PURG-RETURN-CODE.

       WRITE-FILE-LINE-PARA.
           IF PURG-FILE-NOTE = SPACES
               IF PURG-FILE-PRESENT = 0
                   MOVE "NOT PRESENT" TO PURG-FILE-NOTE
               ELSE
                   IF PURG-FILE-CHANGED > 0
                       MOVE "ANONYMIZED" TO PURG-FILE-NOTE
                   ELSE
                       MOVE "NOTHING LEFT TO CHANGE" TO PURG-FILE-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO PURG-FILE-LINE.
           MOVE PURG-FILE-LABEL TO PURG-FL-NAME.
           MOVE PURG-FILE-READ TO PURG-FL-READ.
           MOVE PURG-FILE-CHANGED TO PURG-FL-CHANGED.
           MOVE PURG-FILE-NOTE TO PURG-FL-NOTE.
           MOVE PURG-FILE-LINE TO CERTIFICATE-REC.
           WRITE CERTIFICATE-REC.
           ADD PURG-FILE-CHANGED TO PURG-TOTAL-CHANGED.
