       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-LETTERS.
       AUTHOR. WILLIAM-KEILSOHN.

      *> Notification letters from the nightly reconciliation. Runs
      *> straight after COUPLE-RECON and works from the RECON-CASES.DAT
      *> it leaves behind: a NEW exception gets a "please contact HR"
      *> letter, a case STILL FAILING longer than the reminder period
      *> (ARP-REMINDER-DAYS on PARAMFILE.DAT, 30 days by default) gets
      *> a reminder - or the first letter, if it never had one - and
      *> a couple on the watch list gets a courtesy
      *> note. Letters go to the employee, with the name from the
      *> person master and the address from PERSON-ADDRESS.DAT.
      *> Nothing is sent for a couple with an unexpired W waiver, and
      *> LETTER-LOG.DAT keeps a person from getting the same notice
      *> twice in a row; a resolved case is logged so a later failure
      *> starts a fresh run of notices. Letters are printed to
      *> NOTIFY-LETTERS.PRT and every decision is listed on
      *> NOTIFY-REPORT.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT RECON-CASE-FILE ASSIGN TO "RECON-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CASE-FILE-STATUS.

           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PERSON-ID
               FILE STATUS IS PERSON-MASTER-FILE-STATUS.

           SELECT PERSON-ADDRESS-FILE ASSIGN TO "PERSON-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-PERSON-ID
               FILE STATUS IS PERSON-ADDRESS-FILE-STATUS.

           SELECT WAIVER-MASTER-FILE ASSIGN TO "WAIVER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WV-EMPLOYEE-ID
               FILE STATUS IS WAIVER-MASTER-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "LETTER-LOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LOG-KEY
               FILE STATUS IS LETTER-LOG-FILE-STATUS.

           SELECT AGE-RULE-PARM-FILE ASSIGN TO "PARAMFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RULE-PARM-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "NOTIFY-LETTERS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.

           SELECT NOTIFY-REPORT-FILE ASSIGN TO "NOTIFY-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-REPORT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RECON-CASE-FILE.
           COPY "RECON-CASE-REC.cpy".

       FD  PERSON-MASTER-FILE.
           COPY "PERSON-REC.cpy".

       FD  PERSON-ADDRESS-FILE.
           COPY "PERSON-ADDR-REC.cpy".

       FD  WAIVER-MASTER-FILE.
           COPY "WAIVER-REC.cpy".

       FD  LETTER-LOG-FILE.
           COPY "LETTER-LOG-REC.cpy".

       FD  AGE-RULE-PARM-FILE.
           COPY "AGE-RULE-PARM.cpy".

       FD  LETTER-FILE.
       01 LETTER-REC PIC X(80).

       FD  NOTIFY-REPORT-FILE.
       01 NOTIFY-REPORT-REC PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-REC PIC X(140).

       WORKING-STORAGE SECTION.

       01 RECON-CASE-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 PERSON-ADDRESS-FILE-STATUS PIC XX VALUE "00".
       01 WAIVER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 LETTER-LOG-FILE-STATUS PIC XX VALUE "00".
       01 AGE-RULE-PARM-FILE-STATUS PIC XX VALUE "00".
       01 LETTER-FILE-STATUS PIC XX VALUE "00".
       01 NOTIFY-REPORT-FILE-STATUS PIC XX VALUE "00".

       01 NTFY-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 NTFY-EOF PIC 9 VALUE 0.
       01 NTFY-LOG-EOF PIC 9 VALUE 0.
      *> Return code for the night-cycle driver: 0 = clean,
      *> 4 = letters could not be addressed, 8 = failed.
       01 NTFY-RETURN-CODE PIC 9(2) VALUE 0.

      *> Days a case may stay STILL FAILING before a reminder goes.
       01 NTFY-REMINDER-DAYS PIC 999 VALUE 30.
       01 NTFY-DAYS-FAILING PIC 9(5) VALUE ZEROS.

      *> Whether the master files letters depend on are there at all.
       01 NTFY-PERSON-OPEN PIC 9 VALUE 0.
       01 NTFY-ADDRESS-OPEN PIC 9 VALUE 0.
       01 NTFY-WAIVER-OPEN PIC 9 VALUE 0.

      *> The case in hand: the notice it calls for (space = none),
      *> what was decided and the last notice on the letter log.
       01 NTFY-NOTICE PIC X(1) VALUE SPACE.
       01 NTFY-DECISION PIC X(30) VALUE SPACES.
       01 NTFY-WAIVED PIC 9 VALUE 0.
       01 NTFY-LAST-NOTICE PIC X(1) VALUE SPACE.
       01 NTFY-LAST-DATE PIC 9(8) VALUE ZEROS.
       01 NTFY-NAME-FOUND PIC 9 VALUE 0.
       01 NTFY-ADDRESS-FOUND PIC 9 VALUE 0.
       01 NTFY-LETTER-REF PIC X(16) VALUE SPACES.
       01 NTFY-MARGIN-OUT PIC ZZ9.

       01 NTFY-COUNTS.
           02 NTFY-CASES-READ PIC 9(5) VALUE ZEROS.
           02 NTFY-SENT-COUNT PIC 9(5) VALUE ZEROS.
           02 NTFY-WAIVED-COUNT PIC 9(5) VALUE ZEROS.
           02 NTFY-REPEAT-COUNT PIC 9(5) VALUE ZEROS.
           02 NTFY-NOT-DUE-COUNT PIC 9(5) VALUE ZEROS.
           02 NTFY-NOADDR-COUNT PIC 9(5) VALUE ZEROS.
           02 NTFY-CLOSED-COUNT PIC 9(5) VALUE ZEROS.

       01 NTFY-DETAIL-LINE.
           02 NDL-EMPLOYEE-ID PIC X(6).
           02 FILLER PIC X(6) VALUE SPACES.
           02 NDL-PARTNER-ID PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 NDL-CLASS PIC X(1).
           02 FILLER PIC X(6) VALUE SPACES.
           02 NDL-NOTICE PIC X(1).
           02 FILLER PIC X(6) VALUE SPACES.
           02 NDL-DECISION PIC X(30).

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
           ACCEPT NTFY-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "NOTIFY-LETTERS" TO AUDIT-SOURCE.
           MOVE "RECON-CASES.DAT" TO AUDIT-INPUTS.
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           OPEN INPUT RECON-CASE-FILE.
           IF RECON-CASE-FILE-STATUS NOT = "00"
               DISPLAY "RECON-CASES.DAT NOT FOUND. ABORTING RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
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
               CLOSE RECON-CASE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF LETTER-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN NOTIFY-LETTERS.PRT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE RECON-CASE-FILE
               CLOSE LETTER-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NOTIFY-REPORT-FILE.
           IF NOTIFY-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN NOTIFY-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE RECON-CASE-FILE
               CLOSE LETTER-LOG-FILE
               CLOSE LETTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-MASTERS-PARA.
           PERFORM WRITE-REPORT-HEADING-PARA.
           PERFORM UNTIL NTFY-EOF = 1
               READ RECON-CASE-FILE
                   AT END
                       MOVE 1 TO NTFY-EOF
                   NOT AT END
                       PERFORM NOTIFY-ONE-CASE-PARA
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS-PARA.
           CLOSE RECON-CASE-FILE.
           CLOSE LETTER-LOG-FILE.
           CLOSE LETTER-FILE.
           CLOSE NOTIFY-REPORT-FILE.
           IF NTFY-PERSON-OPEN = 1
               CLOSE PERSON-MASTER-FILE
           END-IF.
           IF NTFY-ADDRESS-OPEN = 1
               CLOSE PERSON-ADDRESS-FILE
           END-IF.
           IF NTFY-WAIVER-OPEN = 1
               CLOSE WAIVER-MASTER-FILE
           END-IF.
           DISPLAY "CASES READ: " NTFY-CASES-READ.
           DISPLAY "LETTERS SENT: " NTFY-SENT-COUNT.
           DISPLAY "SUPPRESSED - WAIVED: " NTFY-WAIVED-COUNT.
           DISPLAY "SUPPRESSED - ALREADY SENT: " NTFY-REPEAT-COUNT.
           DISPLAY "REMINDERS NOT YET DUE: " NTFY-NOT-DUE-COUNT.
           DISPLAY "NO NAME OR ADDRESS: " NTFY-NOADDR-COUNT.
           DISPLAY "LETTERS WRITTEN TO NOTIFY-LETTERS.PRT".
           DISPLAY "REPORT WRITTEN TO NOTIFY-REPORT.DAT".
           IF NTFY-NOADDR-COUNT > 0 AND NTFY-RETURN-CODE < 4
               MOVE 4 TO NTFY-RETURN-CODE
           END-IF.
           MOVE "NOTIFY-LETTERS" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           STRING "CASES=" NTFY-CASES-READ
               DELIMITED BY SIZE INTO AUDIT-INPUTS.
           MOVE SPACES TO AUDIT-OUTCOME.
           STRING "SENT=" NTFY-SENT-COUNT " WAIVED="
               NTFY-WAIVED-COUNT " NOADDR=" NTFY-NOADDR-COUNT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RETURN CODE " NTFY-RETURN-CODE ".".
           MOVE NTFY-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       OPEN-MASTERS-PARA.
      *> A missing address or waiver file only means nobody has one
      *> yet; a missing person master leaves every letter without a
      *> name, which the per-case checks report.
           OPEN INPUT PERSON-MASTER-FILE.
           IF PERSON-MASTER-FILE-STATUS = "00"
               MOVE 1 TO NTFY-PERSON-OPEN
           ELSE
               DISPLAY "CANNOT OPEN PERSON-MASTER.DAT. STATUS ",
                   PERSON-MASTER-FILE-STATUS, ". NO LETTERS CAN ",
                   "BE ADDRESSED."
           END-IF.
           OPEN INPUT PERSON-ADDRESS-FILE.
           IF PERSON-ADDRESS-FILE-STATUS = "00"
               MOVE 1 TO NTFY-ADDRESS-OPEN
           ELSE
               IF PERSON-ADDRESS-FILE-STATUS NOT = "35"
                   DISPLAY "CANNOT OPEN PERSON-ADDRESS.DAT. STATUS ",
                       PERSON-ADDRESS-FILE-STATUS, "."
               END-IF
           END-IF.
           OPEN INPUT WAIVER-MASTER-FILE.
           IF WAIVER-MASTER-FILE-STATUS = "00"
               MOVE 1 TO NTFY-WAIVER-OPEN
           ELSE
               IF WAIVER-MASTER-FILE-STATUS NOT = "35"
                   DISPLAY "CANNOT OPEN WAIVER-MASTER.DAT. STATUS ",
                       WAIVER-MASTER-FILE-STATUS, ". ABORTING RUN."
                   MOVE 8 TO NTFY-RETURN-CODE
                   MOVE 1 TO NTFY-EOF
               END-IF
           END-IF.

       NOTIFY-ONE-CASE-PARA.
           ADD 1 TO NTFY-CASES-READ.
           MOVE SPACE TO NTFY-NOTICE.
           MOVE SPACES TO NTFY-DECISION.
           EVALUATE RK-CLASS
               WHEN "N"
                   MOVE "N" TO NTFY-NOTICE
               WHEN "S"
                   PERFORM CHECK-REMINDER-DUE-PARA
               WHEN "W"
                   ADD 1 TO NTFY-WAIVED-COUNT
                   MOVE "SUPPRESSED - WAIVED" TO NTFY-DECISION
               WHEN "L"
                   MOVE "C" TO NTFY-NOTICE
               WHEN "R"
                   PERFORM CLOSE-CASE-PARA
               WHEN OTHER
                   MOVE "UNKNOWN CASE CLASS - IGNORED"
                       TO NTFY-DECISION
           END-EVALUATE.
           IF NTFY-NOTICE NOT = SPACE
               PERFORM CHECK-WAIVER-PARA
               IF NTFY-WAIVED = 1
                   ADD 1 TO NTFY-WAIVED-COUNT
                   MOVE "SUPPRESSED - WAIVED" TO NTFY-DECISION
               ELSE
                   PERFORM FIND-LAST-NOTICE-PARA
                   IF NTFY-LAST-NOTICE = NTFY-NOTICE
                       ADD 1 TO NTFY-REPEAT-COUNT
                       MOVE "SUPPRESSED - ALREADY SENT"
                           TO NTFY-DECISION
                   ELSE
                       PERFORM SEND-LETTER-PARA
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-PARA.

       CHECK-REMINDER-DUE-PARA.
      *> A still-failing case is reminded once it has failed for
      *> longer than the reminder period - but only if it has had
      *> the contact-HR letter the reminder refers back to. A case
      *> that never got one (no address at the time, say) gets that
      *> letter now instead.
           PERFORM FIND-LAST-NOTICE-PARA.
           IF NTFY-LAST-NOTICE NOT = "N" AND NTFY-LAST-NOTICE NOT = "R"
               MOVE "N" TO NTFY-NOTICE
           ELSE
               PERFORM CHECK-REMINDER-AGE-PARA
           END-IF.

       CHECK-REMINDER-AGE-PARA.
           MOVE ZEROS TO NTFY-DAYS-FAILING.
           IF RK-FIRST-FAILED IS NUMERIC
               AND RK-FIRST-FAILED > 0
               AND RK-FIRST-FAILED <= NTFY-RUN-DATE
               COMPUTE NTFY-DAYS-FAILING =
                   FUNCTION INTEGER-OF-DATE(NTFY-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(RK-FIRST-FAILED)
           END-IF.
           IF NTFY-DAYS-FAILING > NTFY-REMINDER-DAYS
               MOVE "R" TO NTFY-NOTICE
           ELSE
               ADD 1 TO NTFY-NOT-DUE-COUNT
               MOVE "REMINDER NOT YET DUE" TO NTFY-DECISION
           END-IF.

       CHECK-WAIVER-PARA.
           MOVE 0 TO NTFY-WAIVED.
           IF NTFY-WAIVER-OPEN = 1
               MOVE RK-EMPLOYEE-ID TO WV-EMPLOYEE-ID
               READ WAIVER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WV-STATUS = "W"
                           IF WV-EXPIRY-DATE = ZEROS
                               OR WV-EXPIRY-DATE >= NTFY-RUN-DATE
                               MOVE 1 TO NTFY-WAIVED
                           END-IF
                       END-IF
               END-READ
           END-IF.

       FIND-LAST-NOTICE-PARA.
      *> The log is keyed person/date/notice, so the person's last
      *> entry is the last one read before the id changes.
           MOVE SPACE TO NTFY-LAST-NOTICE.
           MOVE ZEROS TO NTFY-LAST-DATE.
           MOVE RK-EMPLOYEE-ID TO LG-PERSON-ID.
           MOVE ZEROS TO LG-SENT-DATE.
           MOVE LOW-VALUES TO LG-NOTICE.
           MOVE 0 TO NTFY-LOG-EOF.
           START LETTER-LOG-FILE KEY IS >= LG-LOG-KEY
               INVALID KEY
                   MOVE 1 TO NTFY-LOG-EOF
           END-START.
           PERFORM UNTIL NTFY-LOG-EOF = 1
               READ LETTER-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO NTFY-LOG-EOF
                   NOT AT END
                       IF LG-PERSON-ID = RK-EMPLOYEE-ID
                           MOVE LG-NOTICE TO NTFY-LAST-NOTICE
                           MOVE LG-SENT-DATE TO NTFY-LAST-DATE
                       ELSE
                           MOVE 1 TO NTFY-LOG-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-CASE-PARA.
      *> A resolved case ends the run of notices it started, so the
      *> next failure gets a fresh contact-HR letter.
           PERFORM FIND-LAST-NOTICE-PARA.
           IF NTFY-LAST-NOTICE = "N" OR NTFY-LAST-NOTICE = "R"
               MOVE "X" TO NTFY-NOTICE
               PERFORM WRITE-LOG-PARA
               MOVE SPACE TO NTFY-NOTICE
               ADD 1 TO NTFY-CLOSED-COUNT
               MOVE "RESOLVED - NOTICES CLOSED" TO NTFY-DECISION
           ELSE
               MOVE "RESOLVED - NO NOTICE OPEN" TO NTFY-DECISION
           END-IF.

       SEND-LETTER-PARA.
           MOVE 0 TO NTFY-NAME-FOUND.
           MOVE 0 TO NTFY-ADDRESS-FOUND.
           IF NTFY-PERSON-OPEN = 1
               MOVE RK-EMPLOYEE-ID TO PM-PERSON-ID
               READ PERSON-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO NTFY-NAME-FOUND
               END-READ
           END-IF.
           IF NTFY-ADDRESS-OPEN = 1
               MOVE RK-EMPLOYEE-ID TO AD-PERSON-ID
               READ PERSON-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO NTFY-ADDRESS-FOUND
               END-READ
           END-IF.
           IF NTFY-NAME-FOUND = 0
               ADD 1 TO NTFY-NOADDR-COUNT
               MOVE "NOT SENT - NOT ON PERSON MASTER"
                   TO NTFY-DECISION
           ELSE
               IF NTFY-ADDRESS-FOUND = 0
                   ADD 1 TO NTFY-NOADDR-COUNT
                   MOVE "NOT SENT - NO ADDRESS ON FILE"
                       TO NTFY-DECISION
               ELSE
                   MOVE SPACES TO NTFY-LETTER-REF
                   STRING RK-EMPLOYEE-ID "-" NTFY-NOTICE "-"
                       NTFY-RUN-DATE DELIMITED BY SIZE
                       INTO NTFY-LETTER-REF
                   PERFORM PRINT-LETTER-PARA
                   PERFORM WRITE-LOG-PARA
                   ADD 1 TO NTFY-SENT-COUNT
                   MOVE SPACES TO NTFY-DECISION
                   STRING "SENT " NTFY-LETTER-REF
                       DELIMITED BY SIZE INTO NTFY-DECISION
               END-IF
           END-IF.

       WRITE-LOG-PARA.
           MOVE SPACES TO LETTER-LOG-REC.
           MOVE RK-EMPLOYEE-ID TO LG-PERSON-ID.
           MOVE NTFY-RUN-DATE TO LG-SENT-DATE.
           MOVE NTFY-NOTICE TO LG-NOTICE.
           MOVE RK-PARTNER-ID TO LG-PARTNER-ID.
           IF RK-FIRST-FAILED IS NUMERIC
               MOVE RK-FIRST-FAILED TO LG-FIRST-FAILED
           ELSE
               MOVE ZEROS TO LG-FIRST-FAILED
           END-IF.
           IF NTFY-NOTICE = "X"
               MOVE SPACES TO LG-LETTER-REF
           ELSE
               MOVE NTFY-LETTER-REF TO LG-LETTER-REF
           END-IF.
           WRITE LETTER-LOG-REC
               INVALID KEY
                   DISPLAY "LETTER-LOG.DAT ENTRY FOR " RK-EMPLOYEE-ID
                       " NOT WRITTEN. STATUS "
                       LETTER-LOG-FILE-STATUS "."
           END-WRITE.

       PRINT-LETTER-PARA.
      *> Each letter opens with a separator line carrying its
      *> reference, so the print can be split into letters; then the
      *> address block, date and reference, and the text for the
      *> notice type.
           MOVE SPACES TO LETTER-REC.
           STRING "===== LETTER " NTFY-LETTER-REF " ====="
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "HUMAN RESOURCES - RELATIONSHIP POLICY" TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE PM-PERSON-NAME TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE AD-LINE-1 TO LETTER-REC.
           WRITE LETTER-REC.
           IF AD-LINE-2 NOT = SPACES
               MOVE AD-LINE-2 TO LETTER-REC
               WRITE LETTER-REC
           END-IF.
           MOVE AD-POSTCODE TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           STRING "DATE: " NTFY-RUN-DATE "    OUR REF: "
               NTFY-LETTER-REF DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           STRING "DEAR " FUNCTION TRIM(PM-PERSON-NAME) ","
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           EVALUATE NTFY-NOTICE
               WHEN "N"
                   PERFORM PRINT-CONTACT-TEXT-PARA
               WHEN "R"
                   PERFORM PRINT-REMINDER-TEXT-PARA
               WHEN "C"
                   PERFORM PRINT-COURTESY-TEXT-PARA
           END-EVALUATE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "YOURS SINCERELY," TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "HUMAN RESOURCES" TO LETTER-REC.
           WRITE LETTER-REC.

       PRINT-CONTACT-TEXT-PARA.
           MOVE SPACES TO LETTER-REC.
           STRING "OUR RECORDS SHOW THAT YOUR DECLARED RELATIONSHIP "
               "WITH PERSON " RK-PARTNER-ID
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "DOES NOT MEET THE COMPANY AGE POLICY."
               TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "PLEASE CONTACT HUMAN RESOURCES AT YOUR EARLIEST "
               TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "CONVENIENCE TO DISCUSS IT." TO LETTER-REC.
           WRITE LETTER-REC.

       PRINT-REMINDER-TEXT-PARA.
           MOVE SPACES TO LETTER-REC.
           STRING "WE WROTE TO YOU ABOUT YOUR DECLARED RELATIONSHIP "
               "WITH PERSON " RK-PARTNER-ID
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           STRING "WHICH HAS NOT MET THE COMPANY AGE POLICY SINCE "
               RK-FIRST-FAILED "."
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "WE HAVE NOT YET HEARD FROM YOU. PLEASE CONTACT HUMAN "
               TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "RESOURCES AS SOON AS POSSIBLE." TO LETTER-REC.
           WRITE LETTER-REC.

       PRINT-COURTESY-TEXT-PARA.
           MOVE RK-MARGIN TO NTFY-MARGIN-OUT.
           MOVE SPACES TO LETTER-REC.
           STRING "THIS IS A COURTESY NOTE ONLY. YOUR DECLARED "
               "RELATIONSHIP WITH PERSON " RK-PARTNER-ID
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE SPACES TO LETTER-REC.
           STRING "MEETS THE COMPANY AGE POLICY, BUT IS WITHIN "
               NTFY-MARGIN-OUT " YEAR(S) OF ITS LIMIT."
               DELIMITED BY SIZE INTO LETTER-REC.
           WRITE LETTER-REC.
           MOVE "NO ACTION IS NEEDED NOW." TO LETTER-REC.
           WRITE LETTER-REC.

       WRITE-REPORT-HEADING-PARA.
           MOVE SPACES TO NOTIFY-REPORT-REC.
           STRING "===== NOTIFICATION LETTER RUN " NTFY-RUN-DATE
               " - REMINDER AFTER " NTFY-REMINDER-DAYS " DAYS ====="
               DELIMITED BY SIZE INTO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.
           MOVE "EMPLOYEE-ID PARTNER CLASS NOTICE DECISION"
               TO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.

       WRITE-DETAIL-PARA.
           MOVE RK-EMPLOYEE-ID TO NDL-EMPLOYEE-ID.
           MOVE RK-PARTNER-ID TO NDL-PARTNER-ID.
           MOVE RK-CLASS TO NDL-CLASS.
           MOVE NTFY-NOTICE TO NDL-NOTICE.
           MOVE NTFY-DECISION TO NDL-DECISION.
           MOVE NTFY-DETAIL-LINE TO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.

       WRITE-REPORT-TOTALS-PARA.
           MOVE SPACES TO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.
           STRING "CASES READ: " NTFY-CASES-READ
               "  LETTERS SENT: " NTFY-SENT-COUNT
               "  CASES CLOSED: " NTFY-CLOSED-COUNT
               DELIMITED BY SIZE INTO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.
           MOVE SPACES TO NOTIFY-REPORT-REC.
           STRING "SUPPRESSED - WAIVED: " NTFY-WAIVED-COUNT
               "  ALREADY SENT: " NTFY-REPEAT-COUNT
               "  REMINDER NOT DUE: " NTFY-NOT-DUE-COUNT
               DELIMITED BY SIZE INTO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.
           MOVE SPACES TO NOTIFY-REPORT-REC.
           STRING "NOT SENT - NO NAME OR ADDRESS: " NTFY-NOADDR-COUNT
               DELIMITED BY SIZE INTO NOTIFY-REPORT-REC.
           WRITE NOTIFY-REPORT-REC.

       LOAD-AGE-RULE-PARM-PARA.
      *> Only the reminder period is used here; a parameter file cut
      *> before the field existed leaves it blank and the default
      *> stands.
           OPEN INPUT AGE-RULE-PARM-FILE.
           IF AGE-RULE-PARM-FILE-STATUS = "00" THEN
               READ AGE-RULE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARP-REMINDER-DAYS IS NUMERIC
                           AND ARP-REMINDER-DAYS > 0
                           MOVE ARP-REMINDER-DAYS
                               TO NTFY-REMINDER-DAYS
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
