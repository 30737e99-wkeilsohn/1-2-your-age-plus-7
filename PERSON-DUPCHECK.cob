       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-DUPCHECK.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Likely duplicate people on the person master. A rehire, or
      *> a person keyed twice when PERSON-LOAD converted the old flat
      *> file, ends up under two ids and their history splits between
      *> them. Two people are reported when they share a birth date
      *> and either the same name (ignoring case, spacing and
      *> punctuation) or a near-identical one: no more than
      *> DUPC-NEAR-LIMIT letters added, dropped or changed. Nothing
      *> is changed here; PERSON-MERGE moves a duplicate id onto the
      *> surviving one. People PERSON-PURGE has anonymized all share
      *> one placeholder name and are left out of the comparison.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PERSON-ID
               FILE STATUS IS PERSON-MASTER-FILE-STATUS.

           SELECT DOB-WORK-FILE ASSIGN TO "PERSON-DUPCHECK.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-KEY
               FILE STATUS IS DOB-WORK-FILE-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO "PERSON-DUP-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-REPORT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  PERSON-MASTER-FILE.
           COPY "PERSON-REC.cpy".

      *> The person master re-keyed by birth date, with the name
      *> reduced to its letters, rebuilt on every run so each birth
      *> date's people can be compared without holding them in core.
       FD  DOB-WORK-FILE.
       01 DOB-WORK-REC.
           02 DW-KEY.
               03 DW-DOB PIC 9(8).
               03 DW-PERSON-ID PIC X(6).
           02 DW-NAME PIC X(30).
           02 DW-LETTERS PIC X(30).
           02 DW-LETTERS-LEN PIC 9(2).

       FD  DUP-REPORT-FILE.
       01 DUP-REPORT-REC PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 PERSON-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 DOB-WORK-FILE-STATUS PIC XX VALUE "00".
       01 DUP-REPORT-FILE-STATUS PIC XX VALUE "00".

       01 DUPC-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 DUPC-EOF PIC 9 VALUE 0.
       01 DUPC-GROUP-END PIC 9 VALUE 0.
      *> Return code: 0 = no likely duplicates, 4 = duplicates
      *> listed, 8 = failed.
       01 DUPC-RETURN-CODE PIC 9(2) VALUE 0.
       01 DUPC-PEOPLE-READ PIC 9(6) VALUE ZEROS.
       01 DUPC-ANONYMIZED-COUNT PIC 9(6) VALUE ZEROS.
       01 DUPC-SAME-COUNT PIC 9(5) VALUE ZEROS.
       01 DUPC-NEAR-COUNT PIC 9(5) VALUE ZEROS.

      *> Largest number of letter edits that still counts as a
      *> near-identical name.
       01 DUPC-NEAR-LIMIT PIC 9(2) VALUE 2.

      *> The person the current birth-date group is being compared
      *> against.
       01 DUPC-FIRST.
           02 DUPC-FIRST-KEY.
               03 DUPC-FIRST-DOB PIC 9(8).
               03 DUPC-FIRST-ID PIC X(6).
           02 DUPC-FIRST-NAME PIC X(30).
           02 DUPC-FIRST-LETTERS PIC X(30).
           02 DUPC-FIRST-LEN PIC 9(2).

       01 DUPC-NAME-IN PIC X(30) VALUE SPACES.
       01 DUPC-NAME-UPPER PIC X(30) VALUE SPACES.
       01 DUPC-LETTERS-OUT PIC X(30) VALUE SPACES.
       01 DUPC-LETTERS-LEN PIC 9(2) VALUE ZEROS.
       01 DUPC-CHAR-POS PIC 9(2) VALUE ZEROS.

      *> Edit distance between two letter strings, worked a row at a
      *> time: entry J+1 holds the distance between the first I
      *> letters of one name and the first J letters of the other.
       01 DUPC-LEV-PREV-TABLE.
           02 DUPC-LEV-PREV PIC 9(2) OCCURS 31 TIMES.
       01 DUPC-LEV-CURR-TABLE.
           02 DUPC-LEV-CURR PIC 9(2) OCCURS 31 TIMES.
       01 DUPC-LEV-I PIC 9(2) VALUE ZEROS.
       01 DUPC-LEV-J PIC 9(2) VALUE ZEROS.
       01 DUPC-LEV-COST PIC 9 VALUE 0.
       01 DUPC-LEV-BEST PIC 9(2) VALUE ZEROS.
       01 DUPC-LEV-TRY PIC 9(2) VALUE ZEROS.
       01 DUPC-DISTANCE PIC 9(2) VALUE ZEROS.
       01 DUPC-LEN-GAP PIC S9(2) VALUE ZEROS.

       01 DUPC-MATCH PIC X(4) VALUE SPACES.

       01 DUPC-DETAIL-LINE.
           02 DDL-MATCH PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DDL-DISTANCE PIC 9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DDL-DOB PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DDL-FIRST-ID PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DDL-FIRST-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DDL-OTHER-ID PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DDL-OTHER-NAME PIC X(30).

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
           ACCEPT DUPC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PERSON-DUPCHECK" TO AUDIT-SOURCE.
           MOVE "PERSON-MASTER.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           OPEN INPUT PERSON-MASTER-FILE.
           IF PERSON-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "PERSON-MASTER.DAT NOT FOUND. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DOB-WORK-FILE.
           IF DOB-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-DUPCHECK.WRK. ",
                   "ABORTING RUN."
               CLOSE PERSON-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BUILD-DOB-WORK-PARA.
           CLOSE PERSON-MASTER-FILE.
           CLOSE DOB-WORK-FILE.
           OPEN OUTPUT DUP-REPORT-FILE.
           IF DUP-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PERSON-DUP-REPORT.DAT FOR ",
                   "OUTPUT. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO DUP-REPORT-REC.
           STRING "===== LIKELY DUPLICATE PERSONS " DUPC-RUN-DATE
               " - NEAR MATCH UP TO " DUPC-NEAR-LIMIT
               " LETTER EDITS =====" DELIMITED BY SIZE
               INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
           MOVE SPACES TO DUP-REPORT-REC.
           STRING "MTCH E BIRTH    ID     NAME                       "
               "    ID     NAME" DELIMITED BY SIZE
               INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
           OPEN INPUT DOB-WORK-FILE.
           IF DOB-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN PERSON-DUPCHECK.WRK. ",
                   "ABORTING RUN."
               CLOSE DUP-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMPARE-DOB-GROUPS-PARA.
           CLOSE DOB-WORK-FILE.
           IF DUPC-SAME-COUNT = 0 AND DUPC-NEAR-COUNT = 0
               MOVE "  NONE" TO DUP-REPORT-REC
               WRITE DUP-REPORT-REC
           ELSE
               MOVE 4 TO DUPC-RETURN-CODE
           END-IF.
           MOVE SPACES TO DUP-REPORT-REC.
           STRING "PEOPLE CHECKED: " DUPC-PEOPLE-READ
               "  SAME NAME: " DUPC-SAME-COUNT
               "  NEAR NAME: " DUPC-NEAR-COUNT
               "  ANONYMIZED, NOT CHECKED: " DUPC-ANONYMIZED-COUNT
               DELIMITED BY SIZE INTO DUP-REPORT-REC.
           WRITE DUP-REPORT-REC.
           CLOSE DUP-REPORT-FILE.
           DISPLAY "PEOPLE CHECKED: " DUPC-PEOPLE-READ.
           DISPLAY "ANONYMIZED, NOT CHECKED: " DUPC-ANONYMIZED-COUNT.
           DISPLAY "SAME NAME AND BIRTH DATE: " DUPC-SAME-COUNT.
           DISPLAY "NEAR NAME, SAME BIRTH DATE: " DUPC-NEAR-COUNT.
           DISPLAY "REPORT WRITTEN TO PERSON-DUP-REPORT.DAT".
           MOVE "PERSON-DUPCHECK" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "PEOPLE=" DUPC-PEOPLE-READ
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "SAME=" DUPC-SAME-COUNT " NEAR=" DUPC-NEAR-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " DUPC-RETURN-CODE ".".
           MOVE DUPC-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       BUILD-DOB-WORK-PARA.
           MOVE 0 TO DUPC-EOF.
           PERFORM UNTIL DUPC-EOF = 1
               READ PERSON-MASTER-FILE
                   AT END
                       MOVE 1 TO DUPC-EOF
                   NOT AT END
                       IF PM-PERSON-NAME = "ANONYMIZED"
                           ADD 1 TO DUPC-ANONYMIZED-COUNT
                       ELSE
                           PERFORM NOTE-PERSON-PARA
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-PERSON-PARA.
           ADD 1 TO DUPC-PEOPLE-READ.
           MOVE PM-PERSON-DOB TO DW-DOB.
           MOVE PM-PERSON-ID TO DW-PERSON-ID.
           MOVE PM-PERSON-NAME TO DW-NAME.
           MOVE PM-PERSON-NAME TO DUPC-NAME-IN.
           PERFORM REDUCE-TO-LETTERS-PARA.
           MOVE DUPC-LETTERS-OUT TO DW-LETTERS.
           MOVE DUPC-LETTERS-LEN TO DW-LETTERS-LEN.
           WRITE DOB-WORK-REC
               INVALID KEY
                   DISPLAY "DUPLICATE WORK KEY FOR ",
                       PM-PERSON-ID, ". SKIPPED."
           END-WRITE.

       REDUCE-TO-LETTERS-PARA.
      *> Upper-cases the name and keeps only its letters, so
      *> "O'BRIEN, ANN" and "OBRIEN ANN" compare equal.
           MOVE FUNCTION UPPER-CASE(DUPC-NAME-IN) TO DUPC-NAME-UPPER.
           MOVE SPACES TO DUPC-LETTERS-OUT.
           MOVE ZEROS TO DUPC-LETTERS-LEN.
           PERFORM VARYING DUPC-CHAR-POS FROM 1 BY 1
                   UNTIL DUPC-CHAR-POS > 30
               IF DUPC-NAME-UPPER(DUPC-CHAR-POS:1) IS ALPHABETIC
                   AND DUPC-NAME-UPPER(DUPC-CHAR-POS:1) NOT = SPACE
                   ADD 1 TO DUPC-LETTERS-LEN
                   MOVE DUPC-NAME-UPPER(DUPC-CHAR-POS:1)
                       TO DUPC-LETTERS-OUT(DUPC-LETTERS-LEN:1)
               END-IF
           END-PERFORM.

       COMPARE-DOB-GROUPS-PARA.
      *> Each person in birth-date order is compared with everyone
      *> after them on the same birth date. The inner scan moves the
      *> file position, so the outer walk re-positions after the
      *> current person each time round.
           MOVE LOW-VALUES TO DUPC-FIRST-KEY.
           MOVE 0 TO DUPC-EOF.
           PERFORM UNTIL DUPC-EOF = 1
               MOVE DUPC-FIRST-KEY TO DW-KEY
               START DOB-WORK-FILE KEY IS > DW-KEY
                   INVALID KEY
                       MOVE 1 TO DUPC-EOF
               END-START
               IF DUPC-EOF = 0
                   READ DOB-WORK-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO DUPC-EOF
                       NOT AT END
                           MOVE DOB-WORK-REC TO DUPC-FIRST
                           PERFORM SCAN-DOB-GROUP-PARA
                   END-READ
               END-IF
           END-PERFORM.

       SCAN-DOB-GROUP-PARA.
           MOVE 0 TO DUPC-GROUP-END.
           PERFORM UNTIL DUPC-GROUP-END = 1
               READ DOB-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO DUPC-GROUP-END
                   NOT AT END
                       IF DW-DOB NOT = DUPC-FIRST-DOB
                           MOVE 1 TO DUPC-GROUP-END
                       ELSE
                           PERFORM COMPARE-ONE-PAIR-PARA
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-ONE-PAIR-PARA.
           MOVE SPACES TO DUPC-MATCH.
           MOVE ZEROS TO DUPC-DISTANCE.
           IF DW-LETTERS = DUPC-FIRST-LETTERS
               MOVE "SAME" TO DUPC-MATCH
               ADD 1 TO DUPC-SAME-COUNT
           ELSE
               COMPUTE DUPC-LEN-GAP = DW-LETTERS-LEN - DUPC-FIRST-LEN
               IF DUPC-LEN-GAP <= DUPC-NEAR-LIMIT
                   AND DUPC-LEN-GAP >= 0 - DUPC-NEAR-LIMIT
                   AND DW-LETTERS-LEN > 0 AND DUPC-FIRST-LEN > 0
                   PERFORM EDIT-DISTANCE-PARA
                   IF DUPC-DISTANCE <= DUPC-NEAR-LIMIT
                       MOVE "NEAR" TO DUPC-MATCH
                       ADD 1 TO DUPC-NEAR-COUNT
                   END-IF
               END-IF
           END-IF.
           IF DUPC-MATCH NOT = SPACES
               MOVE DUPC-MATCH TO DDL-MATCH
               MOVE DUPC-DISTANCE TO DDL-DISTANCE
               MOVE DW-DOB TO DDL-DOB
               MOVE DUPC-FIRST-ID TO DDL-FIRST-ID
               MOVE DUPC-FIRST-NAME TO DDL-FIRST-NAME
               MOVE DW-PERSON-ID TO DDL-OTHER-ID
               MOVE DW-NAME TO DDL-OTHER-NAME
               MOVE DUPC-DETAIL-LINE TO DUP-REPORT-REC
               WRITE DUP-REPORT-REC
           END-IF.

       EDIT-DISTANCE-PARA.
      *> Letters added, dropped or changed to turn the first
      *> person's name into the other's.
           PERFORM VARYING DUPC-LEV-J FROM 0 BY 1
                   UNTIL DUPC-LEV-J > DW-LETTERS-LEN
               MOVE DUPC-LEV-J TO DUPC-LEV-PREV(DUPC-LEV-J + 1)
           END-PERFORM.
           PERFORM VARYING DUPC-LEV-I FROM 1 BY 1
                   UNTIL DUPC-LEV-I > DUPC-FIRST-LEN
               MOVE DUPC-LEV-I TO DUPC-LEV-CURR(1)
               PERFORM VARYING DUPC-LEV-J FROM 1 BY 1
                       UNTIL DUPC-LEV-J > DW-LETTERS-LEN
                   IF DUPC-FIRST-LETTERS(DUPC-LEV-I:1)
                           = DW-LETTERS(DUPC-LEV-J:1)
                       MOVE 0 TO DUPC-LEV-COST
                   ELSE
                       MOVE 1 TO DUPC-LEV-COST
                   END-IF
                   COMPUTE DUPC-LEV-BEST =
                       DUPC-LEV-PREV(DUPC-LEV-J) + DUPC-LEV-COST
                   COMPUTE DUPC-LEV-TRY =
                       DUPC-LEV-PREV(DUPC-LEV-J + 1) + 1
                   IF DUPC-LEV-TRY < DUPC-LEV-BEST
                       MOVE DUPC-LEV-TRY TO DUPC-LEV-BEST
                   END-IF
                   COMPUTE DUPC-LEV-TRY = DUPC-LEV-CURR(DUPC-LEV-J) + 1
                   IF DUPC-LEV-TRY < DUPC-LEV-BEST
                       MOVE DUPC-LEV-TRY TO DUPC-LEV-BEST
                   END-IF
                   MOVE DUPC-LEV-BEST TO DUPC-LEV-CURR(DUPC-LEV-J + 1)
               END-PERFORM
               MOVE DUPC-LEV-CURR-TABLE TO DUPC-LEV-PREV-TABLE
           END-PERFORM.
           MOVE DUPC-LEV-PREV(DW-LETTERS-LEN + 1) TO DUPC-DISTANCE.

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
