               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHLIST-REPORT-FILE-STATUS.

           SELECT RECON-CASE-FILE ASSIGN TO "RECON-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CASE-FILE-STATUS.

           SELECT PRIOR-WORK-FILE ASSIGN TO "COUPLE-RECON-PRIOR.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-EMPLOYEE-ID
               FILE STATUS IS PRIOR-WORK-FILE-STATUS.

           SELECT CASE-WORK-FILE ASSIGN TO "COUPLE-RECON-CASES.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-KEY
               FILE STATUS IS CASE-WORK-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUN-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-FILE-STATUS.

      *> One employee-id per line: the couples that failed on the
      *> prior run, used to classify this run's exceptions as NEW,
      *> STILL-FAILING or RESOLVED, with the run date each case first
      *> failed. Lines written before the date was kept have it
      *> blank, and the case is dated from the run that reads it.
       FD  EXCEPTION-HISTORY-FILE.
       01 EXCEPTION-HISTORY-REC.
           02 EH-EMPLOYEE-ID PIC X(6).
           02 EH-FIRST-FAILED PIC 9(8).

       FD  RECON-CASE-FILE.
           COPY "RECON-CASE-REC.cpy".

      *> Last run's failures re-keyed by employee id, rebuilt on
      *> every run from EXCEPTION-HISTORY.DAT. PW-STILL-FAILING is set
      *> to Y as this run's failures are matched, so what is left at N
      *> once the master has been read is the RESOLVED section.
       FD  PRIOR-WORK-FILE.
       01 PRIOR-WORK-REC.
           02 PW-EMPLOYEE-ID PIC X(6).
           02 PW-FIRST-FAILED PIC 9(8).
           02 PW-STILL-FAILING PIC X(1).

      *> This run's exceptions (class N, S or W) and watch-list
      *> couples (class L), rebuilt on every run and keyed so each
      *> report section reads back in order: exceptions by employee
      *> id, the watch list tightest margin first.
       FD  CASE-WORK-FILE.
       01 CASE-WORK-REC.
           02 CW-KEY.
               03 CW-CLASS PIC X(1).
               03 CW-MARGIN PIC 9(3).
               03 CW-EMPLOYEE-ID PIC X(6).
           02 CW-PARTNER-ID PIC X(6).
           02 CW-FIRST-FAILED PIC 9(8).
           02 CW-REPORT-LINE PIC X(100).

       FD  WATCHLIST-REPORT-FILE.
       01 WATCHLIST-REPORT-REC PIC X(100).
       01 EXCEPTION-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 EXCEPTION-HISTORY-FILE-STATUS PIC XX VALUE "00".

      *> This run's exceptions are held on the case work file and
      *> written out in sections once the whole master has been read,
      *> so HR can work the NEW section alone and close cases from
      *> RESOLVED.
       01 PRIOR-WORK-FILE-STATUS PIC XX VALUE "00".
       01 CASE-WORK-FILE-STATUS PIC XX VALUE "00".
       01 PRIOR-FAIL-COUNT PIC 9(5) VALUE ZEROS.
       01 RECON-WORK-EOF PIC 9 VALUE 0.
       01 RECON-PRIOR-FIRST-FAILED PIC 9(8) VALUE ZEROS.
       01 RECON-CASE-FILE-STATUS PIC XX VALUE "00".
       01 RECON-CASES-WRITTEN PIC 9(5) VALUE ZEROS.

      *> Waiver cases signed off by HR, read by key as each failing
      *> couple is met. A couple with an unexpired W case reports in
      *> the WAIVED section instead of STILL FAILING; a W case whose
      *> expiry has passed is reopened on the waiver file before the
      *> master is read so the couple surfaces again.
       01 WAIVER-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 RUN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 RECON-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 RECON-WAIVER-OPEN PIC 9 VALUE 0.
       01 RECON-WAIVER-EOF PIC 9 VALUE 0.
       01 RECON-WAIVED PIC 9 VALUE 0.
       01 RECON-WAIVED-COUNT PIC 9(5) VALUE ZEROS.

       01 RECON-STATUS-TEXT PIC X(11) VALUE SPACES.
       01 RECON-PRIOR-FAILED PIC 9 VALUE 0.
       01 RECON-NEW-COUNT PIC 9(5) VALUE ZEROS.
       01 RECON-STILL-COUNT PIC 9(5) VALUE ZEROS.
       01 RECON-RESOLVED-COUNT PIC 9(5) VALUE ZEROS.
       01 RECON-HISTORY-EOF PIC 9 VALUE 0.

      *> Passing couples within RECON-WATCH-MARGIN years of a rule
      *> boundary go to the case work file as class L, read back
      *> tightest margin first, so HR can warn people approaching the
      *> line before they cross it.
       01 WATCHLIST-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 RECON-WATCH-MARGIN PIC 99 VALUE 3.
       01 RECON-MARGIN PIC 9(3) VALUE ZEROS.
       01 RECON-MARGIN-WORK PIC 9(3) VALUE ZEROS.
       01 RECON-MARGIN-FORMAT PIC ZZ9 VALUE ZEROS.
       01 WATCH-COUNT PIC 9(5) VALUE ZEROS.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           PERFORM LOAD-EXCEPTION-HISTORY-PARA.
           IF RECON-RETURN-CODE = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-WAIVER-FILE-PARA.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COUPLE-MASTER.DAT NOT FOUND. ABORTING RUN."
               PERFORM CLOSE-WORK-FILES-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               DISPLAY "CANNOT OPEN EXCEPTION-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               PERFORM CLOSE-WORK-FILES-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CASE-WORK-FILE.
           IF CASE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-RECON-CASES.WRK. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE EXCEPTION-REPORT-FILE
               PERFORM CLOSE-WORK-FILES-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               END-READ
           END-PERFORM.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE CASE-WORK-FILE.
           OPEN INPUT CASE-WORK-FILE.
           IF CASE-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REOPEN COUPLE-RECON-CASES.WRK. ",
                   "ABORTING RUN."
               CLOSE EXCEPTION-REPORT-FILE
               PERFORM CLOSE-WORK-FILES-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           *> A work file that could not take a record leaves every
           *> section short: stop before the history is overwritten.
           IF RECON-RETURN-CODE = 8
               DISPLAY "WORK FILE WRITE FAILED. REPORTS INCOMPLETE. ",
                   "ABORTING RUN."
               CLOSE EXCEPTION-REPORT-FILE
               CLOSE CASE-WORK-FILE
               PERFORM CLOSE-WORK-FILES-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-EXCEPTION-REPORT-PARA.
           CLOSE EXCEPTION-REPORT-FILE.
           PERFORM WRITE-WATCHLIST-REPORT-PARA.
           PERFORM WRITE-RECON-CASES-PARA.
           *> The history is only replaced once the case extract is
           *> safely written; otherwise tonight's resolved cases
           *> would never reach the letter run.
           IF RECON-RETURN-CODE < 8
               PERFORM SAVE-EXCEPTION-HISTORY-PARA
           ELSE
               DISPLAY "EXCEPTION-HISTORY.DAT LEFT AS IT WAS. ",
                   "RERUN ONCE RECON-CASES.DAT CAN BE WRITTEN."
           END-IF.
           CLOSE CASE-WORK-FILE.
           PERFORM CLOSE-WORK-FILES-PARA.
           PERFORM APPEND-RUN-HISTORY-PARA.
           DISPLAY "COUPLES CHECKED: " RECON-COUPLES-CHECKED.
           DISPLAY "COUPLES FAILING THE RULE: " RECON-COUPLES-FAILED.
           DISPLAY "WAIVERS REOPENED ON EXPIRY: "
               RECON-REOPENED-COUNT.
           DISPLAY "COUPLES ON WATCH LIST: " WATCH-COUNT.
           IF RECON-COUPLES-FAILED > 0 AND RECON-RETURN-CODE < 4
               MOVE 4 TO RECON-RETURN-CODE
           END-IF.
           MOVE "COUPLE-RECON" TO AUDIT-SOURCE.
           GOBACK.

       LOAD-EXCEPTION-HISTORY-PARA.
      *> Last run's failures go to the prior work file; a repeated
      *> employee id keeps its first line, as the old table lookup
      *> did.
           MOVE 0 TO PRIOR-FAIL-COUNT.
           MOVE 0 TO RECON-HISTORY-EOF.
           OPEN OUTPUT PRIOR-WORK-FILE.
           IF PRIOR-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-RECON-PRIOR.WRK. ",
                   "ABORTING RUN."
               MOVE 8 TO RECON-RETURN-CODE
           ELSE
               OPEN INPUT EXCEPTION-HISTORY-FILE
               IF EXCEPTION-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXCEPTION-HISTORY.DAT. ALL EXCEPTIONS ",
                       "WILL REPORT AS NEW."
               ELSE
                   PERFORM UNTIL RECON-HISTORY-EOF = 1
                       READ EXCEPTION-HISTORY-FILE
                           AT END
                               MOVE 1 TO RECON-HISTORY-EOF
                           NOT AT END
                               PERFORM NOTE-ONE-PRIOR-FAIL-PARA
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPTION-HISTORY-FILE
               END-IF
               CLOSE PRIOR-WORK-FILE
               IF RECON-RETURN-CODE NOT = 8
                   OPEN I-O PRIOR-WORK-FILE
                   IF PRIOR-WORK-FILE-STATUS NOT = "00"
                       DISPLAY "CANNOT REOPEN COUPLE-RECON-PRIOR.WRK. ",
                           "ABORTING RUN."
                       MOVE 8 TO RECON-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       NOTE-ONE-PRIOR-FAIL-PARA.
           MOVE EH-EMPLOYEE-ID TO PW-EMPLOYEE-ID.
           IF EH-FIRST-FAILED IS NUMERIC AND EH-FIRST-FAILED > 0
               MOVE EH-FIRST-FAILED TO PW-FIRST-FAILED
           ELSE
               MOVE RECON-RUN-DATE TO PW-FIRST-FAILED
           END-IF.
           MOVE "N" TO PW-STILL-FAILING.
           WRITE PRIOR-WORK-REC
               INVALID KEY
                   IF PRIOR-WORK-FILE-STATUS NOT = "22"
                       DISPLAY "COUPLE-RECON-PRIOR.WRK WRITE FAILED. ",
                           "STATUS " PRIOR-WORK-FILE-STATUS "."
                       MOVE 8 TO RECON-RETURN-CODE
                       MOVE 1 TO RECON-HISTORY-EOF
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO PRIOR-FAIL-COUNT
           END-WRITE.

       LOAD-WAIVER-FILE-PARA.
      *> One pass to reopen lapsed sign-offs; the file then stays
      *> open for the keyed lookups.
           MOVE 0 TO RECON-WAIVER-EOF.
           MOVE 0 TO RECON-WAIVER-OPEN.
           OPEN I-O WAIVER-MASTER-FILE.
           IF WAIVER-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "NO WAIVER-MASTER.DAT. NO EXCEPTIONS WILL ",
                   "REPORT AS WAIVED."
           ELSE
               MOVE 1 TO RECON-WAIVER-OPEN
               PERFORM UNTIL RECON-WAIVER-EOF = 1
                   READ WAIVER-MASTER-FILE NEXT RECORD
                       AT END
                           PERFORM NOTE-ONE-WAIVER-PARA
                   END-READ
               END-PERFORM
           END-IF.

       NOTE-ONE-WAIVER-PARA.
               REWRITE WAIVER-REC
               ADD 1 TO RECON-REOPENED-COUNT
           END-IF.

       LOOKUP-WAIVER-PARA.
           MOVE 0 TO RECON-WAIVED.
           IF RECON-WAIVER-OPEN = 1
               MOVE CM-EMPLOYEE-ID TO WV-EMPLOYEE-ID
               READ WAIVER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WV-STATUS = "W"
                           MOVE 1 TO RECON-WAIVED
                       END-IF
               END-READ
           END-IF.

       LOOKUP-PRIOR-FAIL-PARA.
      *> A failure matched here is marked so it is not reported as
      *> resolved.
           MOVE 0 TO RECON-PRIOR-FAILED.
           MOVE RECON-RUN-DATE TO RECON-PRIOR-FIRST-FAILED.
           MOVE CM-EMPLOYEE-ID TO PW-EMPLOYEE-ID.
           READ PRIOR-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO RECON-PRIOR-FAILED
                   MOVE PW-FIRST-FAILED TO RECON-PRIOR-FIRST-FAILED
                   MOVE "Y" TO PW-STILL-FAILING
                   REWRITE PRIOR-WORK-REC
                       INVALID KEY
                           DISPLAY "COUPLE-RECON-PRIOR.WRK REWRITE ",
                               "FAILED. STATUS "
                               PRIOR-WORK-FILE-STATUS "."
                           MOVE 8 TO RECON-RETURN-CODE
                   END-REWRITE
           END-READ.

       STORE-EXCEPTION-PARA.
           MOVE SPACES TO CASE-WORK-REC.
           MOVE CM-EMPLOYEE-ID TO CW-EMPLOYEE-ID.
           MOVE ZEROS TO CW-MARGIN.
           MOVE CM-PARTNER-ID TO CW-PARTNER-ID.
           PERFORM LOOKUP-WAIVER-PARA.
           PERFORM LOOKUP-PRIOR-FAIL-PARA.
           MOVE RECON-PRIOR-FIRST-FAILED TO CW-FIRST-FAILED.
           IF RECON-WAIVED = 1
               MOVE "W" TO CW-CLASS
               ADD 1 TO RECON-WAIVED-COUNT
           ELSE
               IF RECON-PRIOR-FAILED = 1
                   MOVE "S" TO CW-CLASS
                   ADD 1 TO RECON-STILL-COUNT
               ELSE
                   MOVE "N" TO CW-CLASS
                   ADD 1 TO RECON-NEW-COUNT
               END-IF
           END-IF.
           STRING CM-EMPLOYEE-ID "       " CM-EMPLOYEE-NAME "  "
               CM-EMPLOYEE-AGE "  " CM-PARTNER-ID "      "
               CM-PARTNER-AGE "  " RECON-STATUS-TEXT
               DELIMITED BY SIZE INTO CW-REPORT-LINE.
           PERFORM WRITE-CASE-WORK-PARA.

       WRITE-CASE-WORK-PARA.
           WRITE CASE-WORK-REC
               INVALID KEY
                   DISPLAY "COUPLE-RECON-CASES.WRK WRITE FAILED FOR "
                       CW-EMPLOYEE-ID ". STATUS "
                       CASE-WORK-FILE-STATUS "."
                   MOVE 8 TO RECON-RETURN-CODE
           END-WRITE.

       START-CASE-CLASS-PARA.
      *> Positions the case work file at the first entry of class
      *> RECON-SECTION-CLASS.
           MOVE 0 TO RECON-WORK-EOF.
           MOVE RECON-SECTION-CLASS TO CW-CLASS.
           MOVE ZEROS TO CW-MARGIN.
           MOVE LOW-VALUES TO CW-EMPLOYEE-ID.
           START CASE-WORK-FILE KEY IS >= CW-KEY
               INVALID KEY
                   MOVE 1 TO RECON-WORK-EOF
           END-START.

       READ-CASE-CLASS-PARA.
           READ CASE-WORK-FILE NEXT RECORD
               AT END
                   MOVE 1 TO RECON-WORK-EOF
               NOT AT END
                   IF CW-CLASS NOT = RECON-SECTION-CLASS
                       MOVE 1 TO RECON-WORK-EOF
                   END-IF
           END-READ.

       START-PRIOR-WORK-PARA.
           MOVE 0 TO RECON-WORK-EOF.
           MOVE LOW-VALUES TO PW-EMPLOYEE-ID.
           START PRIOR-WORK-FILE KEY IS >= PW-EMPLOYEE-ID
               INVALID KEY
                   MOVE 1 TO RECON-WORK-EOF
           END-START.

       CLOSE-WORK-FILES-PARA.
           CLOSE PRIOR-WORK-FILE.
           IF RECON-WAIVER-OPEN = 1
               CLOSE WAIVER-MASTER-FILE
               MOVE 0 TO RECON-WAIVER-OPEN
           END-IF.

       WRITE-EXCEPTION-REPORT-PARA.
           PERFORM WRITE-DELTA-COUNTS-PARA.

       WRITE-EXCEPTION-SECTION-PARA.
           PERFORM START-CASE-CLASS-PARA.
           IF RECON-WORK-EOF = 0
               PERFORM READ-CASE-CLASS-PARA
           END-IF.
           PERFORM UNTIL RECON-WORK-EOF = 1
               MOVE CW-REPORT-LINE TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
               PERFORM READ-CASE-CLASS-PARA
           END-PERFORM.

       WRITE-RESOLVED-SECTION-PARA.
           PERFORM START-PRIOR-WORK-PARA.
           PERFORM UNTIL RECON-WORK-EOF = 1
               READ PRIOR-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO RECON-WORK-EOF
                   NOT AT END
                       IF PW-STILL-FAILING NOT = "Y"
                           ADD 1 TO RECON-RESOLVED-COUNT
                           MOVE SPACES TO EXCEPTION-REPORT-REC
                           STRING PW-EMPLOYEE-ID
                               "       RESOLVED"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-REPORT-REC
                           WRITE EXCEPTION-REPORT-REC
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-DELTA-COUNTS-PARA.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           END-IF.

       STORE-WATCHLIST-PARA.
      *> Keyed margin first, so the list reads back tightest first
      *> and in employee id order within a margin.
           ADD 1 TO WATCH-COUNT.
           MOVE RECON-MARGIN TO RECON-MARGIN-FORMAT.
           MOVE SPACES TO CASE-WORK-REC.
           MOVE "L" TO CW-CLASS.
           MOVE RECON-MARGIN TO CW-MARGIN.
           MOVE CM-EMPLOYEE-ID TO CW-EMPLOYEE-ID.
           MOVE CM-PARTNER-ID TO CW-PARTNER-ID.
           MOVE ZEROS TO CW-FIRST-FAILED.
           STRING CM-EMPLOYEE-ID "       " CM-EMPLOYEE-NAME "  "
               CM-EMPLOYEE-AGE "  " CM-PARTNER-ID "      "
               CM-PARTNER-AGE "  MARGIN " RECON-MARGIN-FORMAT
               DELIMITED BY SIZE INTO CW-REPORT-LINE.
           PERFORM WRITE-CASE-WORK-PARA.

       WRITE-WATCHLIST-REPORT-PARA.
           OPEN OUTPUT WATCHLIST-REPORT-FILE.
               MOVE "EMPLOYEE-ID  NAME         AGE PARTNER P-AGE MARGIN"
                   TO WATCHLIST-REPORT-REC
               WRITE WATCHLIST-REPORT-REC
               MOVE "L" TO RECON-SECTION-CLASS
               PERFORM START-CASE-CLASS-PARA
               IF RECON-WORK-EOF = 0
                   PERFORM READ-CASE-CLASS-PARA
               END-IF
               PERFORM UNTIL RECON-WORK-EOF = 1
                   MOVE CW-REPORT-LINE TO WATCHLIST-REPORT-REC
                   WRITE WATCHLIST-REPORT-REC
                   PERFORM READ-CASE-CLASS-PARA
               END-PERFORM
               MOVE SPACES TO WATCHLIST-REPORT-REC
               STRING "COUPLES ON WATCH LIST: " WATCH-COUNT
               CLOSE WATCHLIST-REPORT-FILE
           END-IF.

       WRITE-RECON-CASES-PARA.
      *> The run's classification, one line per couple, for the
      *> letter run and the other programs that act on it: every
      *> exception with its class, the cases resolved since the last
      *> run, and the watch list.
           MOVE ZEROS TO RECON-CASES-WRITTEN.
           OPEN OUTPUT RECON-CASE-FILE.
           IF RECON-CASE-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN RECON-CASES.DAT FOR OUTPUT. ",
                   "CASE EXTRACT NOT WRITTEN."
               MOVE 8 TO RECON-RETURN-CODE
           ELSE
               MOVE 0 TO RECON-WORK-EOF
               MOVE LOW-VALUES TO CW-KEY
               START CASE-WORK-FILE KEY IS >= CW-KEY
                   INVALID KEY
                       MOVE 1 TO RECON-WORK-EOF
               END-START
               PERFORM UNTIL RECON-WORK-EOF = 1
                   READ CASE-WORK-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RECON-WORK-EOF
                       NOT AT END
                           MOVE SPACES TO RECON-CASE-REC
                           MOVE RECON-RUN-DATE TO RK-RUN-DATE
                           MOVE CW-EMPLOYEE-ID TO RK-EMPLOYEE-ID
                           MOVE CW-PARTNER-ID TO RK-PARTNER-ID
                           MOVE CW-CLASS TO RK-CLASS
                           MOVE CW-FIRST-FAILED TO RK-FIRST-FAILED
                           MOVE CW-MARGIN TO RK-MARGIN
                           PERFORM WRITE-RECON-CASE-PARA
                   END-READ
               END-PERFORM
               PERFORM START-PRIOR-WORK-PARA
               PERFORM UNTIL RECON-WORK-EOF = 1
                   READ PRIOR-WORK-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RECON-WORK-EOF
                       NOT AT END
                           IF PW-STILL-FAILING NOT = "Y"
                               MOVE SPACES TO RECON-CASE-REC
                               MOVE RECON-RUN-DATE TO RK-RUN-DATE
                               MOVE PW-EMPLOYEE-ID TO RK-EMPLOYEE-ID
                               MOVE "R" TO RK-CLASS
                               MOVE PW-FIRST-FAILED TO RK-FIRST-FAILED
                               MOVE ZEROS TO RK-MARGIN
                               PERFORM WRITE-RECON-CASE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-CASE-FILE
           END-IF.

       WRITE-RECON-CASE-PARA.
           WRITE RECON-CASE-REC.
           IF RECON-CASE-FILE-STATUS NOT = "00"
               DISPLAY "RECON-CASES.DAT WRITE FAILED FOR "
                   RK-EMPLOYEE-ID ". STATUS "
                   RECON-CASE-FILE-STATUS "."
               MOVE 8 TO RECON-RETURN-CODE
           ELSE
               ADD 1 TO RECON-CASES-WRITTEN
           END-IF.

       APPEND-RUN-HISTORY-PARA.
      *> The same counts the console summary shows, kept as a dated
      *> record so the trend report can answer "is the failure rate
               DISPLAY "CANNOT REWRITE EXCEPTION-HISTORY.DAT. ",
                   "NEXT RUN WILL CLASSIFY AGAINST STALE HISTORY."
           ELSE
               MOVE 0 TO RECON-WORK-EOF
               MOVE LOW-VALUES TO CW-KEY
               START CASE-WORK-FILE KEY IS >= CW-KEY
                   INVALID KEY
                       MOVE 1 TO RECON-WORK-EOF
               END-START
               PERFORM UNTIL RECON-WORK-EOF = 1
                   READ CASE-WORK-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RECON-WORK-EOF
                       NOT AT END
                           IF CW-CLASS NOT = "L"
                               MOVE CW-EMPLOYEE-ID TO EH-EMPLOYEE-ID
                               MOVE CW-FIRST-FAILED TO EH-FIRST-FAILED
                               WRITE EXCEPTION-HISTORY-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-HISTORY-FILE
           END-IF.
