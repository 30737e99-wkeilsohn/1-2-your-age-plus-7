      *> by HALF-YOUR-AGE-PLUS-SEVEN and the HR couple master. Reports
      *> approved extract pairs HR has never heard of, couples that
      *> have never been through an age check, and matched pairs whose
      *> extract ages disagree with the master. Each extract pair is
      *> looked up on the couple master by key in either orientation;
      *> matched couples and report lines are kept on work files, so
      *> the size of either file only changes the run time.

       ENVIRONMENT DIVISION.


           SELECT COUPLE-MASTER-FILE ASSIGN TO "COUPLE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-EMPLOYEE-ID
               FILE STATUS IS COUPLE-MASTER-FILE-STATUS.

           SELECT CHECKED-WORK-FILE
               ASSIGN TO "MEMBERSHIP-XREF-CHECKED.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KW-EMPLOYEE-ID
               FILE STATUS IS CHECKED-WORK-FILE-STATUS.

           SELECT LINE-WORK-FILE ASSIGN TO "MEMBERSHIP-XREF-LINES.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-KEY
               FILE STATUS IS LINE-WORK-FILE-STATUS.

           SELECT XREF-REPORT-FILE ASSIGN TO "XREF-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-REPORT-FILE-STATUS.
       FD  COUPLE-MASTER-FILE.
           COPY "COUPLE-REC.cpy".

      *> Employee ids of the couples the extract matched, rebuilt on
      *> every run; a couple not on it has never been age-checked.
       FD  CHECKED-WORK-FILE.
       01 CHECKED-WORK-REC.
           02 KW-EMPLOYEE-ID PIC X(6).

      *> Report lines for the unknown-pair (U) and mismatch (M)
      *> sections in extract order, rebuilt on every run.
       FD  LINE-WORK-FILE.
       01 LINE-WORK-REC.
           02 LW-KEY.
               03 LW-SECTION PIC X(1).
               03 LW-SEQUENCE PIC 9(7).
           02 LW-REPORT-LINE PIC X(100).

       FD  XREF-REPORT-FILE.
       01 XREF-REPORT-REC PIC X(100).

       01 MEMBERSHIP-EXTRACT-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 XREF-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 CHECKED-WORK-FILE-STATUS PIC XX VALUE "00".
       01 LINE-WORK-FILE-STATUS PIC XX VALUE "00".

       01 XREF-EOF PIC 9 VALUE 0.
      *> Return code for the night-cycle driver: 0 = clean,
       01 XREF-EMPLOYEE-EXT-AGE PIC 9(3) VALUE ZEROS.
       01 XREF-PARTNER-EXT-AGE PIC 9(3) VALUE ZEROS.

       01 XREF-LINE-SEQUENCE PIC 9(7) VALUE ZEROS.
       01 XREF-SECTION PIC X(1) VALUE SPACE.
       01 XREF-WORK-EOF PIC 9 VALUE 0.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           MOVE "MEMBERSHIP.EXT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM OPEN-WORK-FILES-PARA.
           OPEN INPUT MEMBERSHIP-EXTRACT-FILE.
           IF MEMBERSHIP-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "MEMBERSHIP.EXT NOT FOUND. ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE CHECKED-WORK-FILE
               CLOSE LINE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               END-READ
           END-PERFORM.
           CLOSE MEMBERSHIP-EXTRACT-FILE.
           *> A lost work-file record would leave a section short.
           IF XREF-RETURN-CODE = 8
               DISPLAY "WORK FILE WRITE FAILED. REPORT INCOMPLETE. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE CHECKED-WORK-FILE
               CLOSE LINE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-XREF-REPORT-PARA.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE CHECKED-WORK-FILE.
           CLOSE LINE-WORK-FILE.
           DISPLAY "EXTRACT RECORDS READ: " XREF-EXTRACT-COUNT.
           DISPLAY "CONTROL RECORDS PASSED OVER: "
               XREF-CONTROL-COUNT.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       OPEN-WORK-FILES-PARA.
      *> The couple master stays open for keyed lookups; both work
      *> files start empty.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COUPLE-MASTER.DAT NOT FOUND. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CHECKED-WORK-FILE.
           IF CHECKED-WORK-FILE-STATUS = "00"
               CLOSE CHECKED-WORK-FILE
               OPEN I-O CHECKED-WORK-FILE
           END-IF.
           IF CHECKED-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MEMBERSHIP-XREF-CHECKED.WRK. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LINE-WORK-FILE.
           IF LINE-WORK-FILE-STATUS = "00"
               CLOSE LINE-WORK-FILE
               OPEN I-O LINE-WORK-FILE
           END-IF.
           IF LINE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MEMBERSHIP-XREF-LINES.WRK. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE CHECKED-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       MATCH-EXTRACT-REC-PARA.
           PERFORM FIND-COUPLE-PARA.
                   PERFORM STORE-UNKNOWN-PAIR-PARA
               END-IF
           ELSE
               PERFORM NOTE-CHECKED-PARA
               IF XREF-MATCH-SWAPPED = 1
                   MOVE ME-PERSON2-AGE TO XREF-EMPLOYEE-EXT-AGE
                   MOVE ME-PERSON1-AGE TO XREF-PARTNER-EXT-AGE
                   MOVE ME-PERSON1-AGE TO XREF-EMPLOYEE-EXT-AGE
                   MOVE ME-PERSON2-AGE TO XREF-PARTNER-EXT-AGE
               END-IF
               IF XREF-EMPLOYEE-EXT-AGE NOT = CM-EMPLOYEE-AGE
                   OR XREF-PARTNER-EXT-AGE NOT = CM-PARTNER-AGE
                   ADD 1 TO XREF-MISMATCH-COUNT
                   PERFORM STORE-MISMATCH-PARA
               END-IF
           END-IF.

       FIND-COUPLE-PARA.
      *> The pair is a couple if either person is the employee on the
      *> master with the other as partner. A match leaves the couple
      *> in COUPLE-REC.
           MOVE 0 TO XREF-MATCH-FOUND.
           MOVE 0 TO XREF-MATCH-SWAPPED.
           MOVE ME-PERSON1-ID TO CM-EMPLOYEE-ID.
           READ COUPLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-PARTNER-ID = ME-PERSON2-ID
                       MOVE 1 TO XREF-MATCH-FOUND
                   END-IF
           END-READ.
           IF XREF-MATCH-FOUND = 0
               MOVE ME-PERSON2-ID TO CM-EMPLOYEE-ID
               READ COUPLE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-PARTNER-ID = ME-PERSON1-ID
                           MOVE 1 TO XREF-MATCH-FOUND
                           MOVE 1 TO XREF-MATCH-SWAPPED
                       END-IF
               END-READ
           END-IF.

       NOTE-CHECKED-PARA.
      *> A couple matched more than once is already on file.
           MOVE CM-EMPLOYEE-ID TO KW-EMPLOYEE-ID.
           WRITE CHECKED-WORK-REC
               INVALID KEY
                   IF CHECKED-WORK-FILE-STATUS NOT = "22"
                       DISPLAY "MEMBERSHIP-XREF-CHECKED.WRK WRITE ",
                           "FAILED. STATUS "
                           CHECKED-WORK-FILE-STATUS "."
                       MOVE 8 TO XREF-RETURN-CODE
                   END-IF
           END-WRITE.

       STORE-UNKNOWN-PAIR-PARA.
           MOVE SPACES TO LINE-WORK-REC.
           MOVE "U" TO LW-SECTION.
           STRING ME-PERSON1-ID " (" ME-PERSON1-AGE ") AND "
               ME-PERSON2-ID " (" ME-PERSON2-AGE
               ") APPROVED BUT NOT A COUPLE ON THE MASTER"
               DELIMITED BY SIZE INTO LW-REPORT-LINE.
           PERFORM WRITE-LINE-WORK-PARA.

       STORE-MISMATCH-PARA.
           MOVE SPACES TO LINE-WORK-REC.
           MOVE "M" TO LW-SECTION.
           STRING CM-EMPLOYEE-ID
               " EXTRACT AGES " XREF-EMPLOYEE-EXT-AGE "/"
               XREF-PARTNER-EXT-AGE " MASTER AGES "
               CM-EMPLOYEE-AGE "/" CM-PARTNER-AGE
               DELIMITED BY SIZE INTO LW-REPORT-LINE.
           PERFORM WRITE-LINE-WORK-PARA.

       WRITE-LINE-WORK-PARA.
           ADD 1 TO XREF-LINE-SEQUENCE.
           MOVE XREF-LINE-SEQUENCE TO LW-SEQUENCE.
           WRITE LINE-WORK-REC
               INVALID KEY
                   DISPLAY "MEMBERSHIP-XREF-LINES.WRK WRITE FAILED. ",
                       "STATUS " LINE-WORK-FILE-STATUS "."
                   MOVE 8 TO XREF-RETURN-CODE
           END-WRITE.

       WRITE-SECTION-LINES-PARA.
      *> Every stored line of section XREF-SECTION, in the order the
      *> extract produced them.
           MOVE 0 TO XREF-WORK-EOF.
           MOVE XREF-SECTION TO LW-SECTION.
           MOVE ZEROS TO LW-SEQUENCE.
           START LINE-WORK-FILE KEY IS >= LW-KEY
               INVALID KEY
                   MOVE 1 TO XREF-WORK-EOF
           END-START.
           PERFORM UNTIL XREF-WORK-EOF = 1
               READ LINE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO XREF-WORK-EOF
                   NOT AT END
                       IF LW-SECTION NOT = XREF-SECTION
                           MOVE 1 TO XREF-WORK-EOF
                       ELSE
                           MOVE LW-REPORT-LINE TO XREF-REPORT-REC
                           WRITE XREF-REPORT-REC
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-UNCHECKED-PARA.
      *> One pass of the master in key order against the matched ids.
           MOVE 0 TO XREF-WORK-EOF.
           MOVE LOW-VALUES TO CM-EMPLOYEE-ID.
           START COUPLE-MASTER-FILE KEY IS >= CM-EMPLOYEE-ID
               INVALID KEY
                   MOVE 1 TO XREF-WORK-EOF
           END-START.
           PERFORM UNTIL XREF-WORK-EOF = 1
               READ COUPLE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO XREF-WORK-EOF
                   NOT AT END
                       MOVE CM-EMPLOYEE-ID TO KW-EMPLOYEE-ID
                       READ CHECKED-WORK-FILE
                           INVALID KEY
                               ADD 1 TO XREF-UNCHECKED-COUNT
                               MOVE SPACES TO XREF-REPORT-REC
                               STRING CM-EMPLOYEE-ID "  "
                                   CM-EMPLOYEE-NAME "  PARTNER "
                                   CM-PARTNER-ID
                                   " NEVER AGE-CHECKED"
                                   DELIMITED BY SIZE
                                   INTO XREF-REPORT-REC
                               WRITE XREF-REPORT-REC
                       END-READ
               END-READ
           END-PERFORM.

       WRITE-XREF-REPORT-PARA.
           OPEN OUTPUT XREF-REPORT-FILE.
           IF XREF-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN XREF-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE CHECKED-WORK-FILE
               CLOSE LINE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "===== APPROVED PAIRS NOT ON COUPLE MASTER ====="
               TO XREF-REPORT-REC.
           WRITE XREF-REPORT-REC.
           MOVE "U" TO XREF-SECTION.
           PERFORM WRITE-SECTION-LINES-PARA.
           MOVE "===== COUPLES NEVER AGE-CHECKED ====="
               TO XREF-REPORT-REC.
           WRITE XREF-REPORT-REC.
           PERFORM WRITE-UNCHECKED-PARA.
           MOVE "===== EXTRACT/MASTER AGE MISMATCHES ====="
               TO XREF-REPORT-REC.
           WRITE XREF-REPORT-REC.
           MOVE "M" TO XREF-SECTION.
           PERFORM WRITE-SECTION-LINES-PARA.
           MOVE SPACES TO XREF-REPORT-REC.
           STRING "UNKNOWN PAIRS: " XREF-UNKNOWN-COUNT
               "  NEVER CHECKED: " XREF-UNCHECKED-COUNT
