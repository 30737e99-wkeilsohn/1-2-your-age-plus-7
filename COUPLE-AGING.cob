               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-STATUS-FILE-STATUS.

           SELECT PRIOR-WORK-FILE ASSIGN TO "COUPLE-AGING-PRIOR.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PW-EMPLOYEE-ID
               FILE STATUS IS PRIOR-WORK-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGING-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-FILE-STATUS.
           02 AS-EMPLOYEE-ID PIC X(6).
           02 AS-RESULT PIC X(1).

      *> Last run's AGING-STATUS.DAT re-keyed by employee id, rebuilt
      *> on every run before the status file is rewritten.
       FD  PRIOR-WORK-FILE.
       01 PRIOR-WORK-REC.
           02 PW-EMPLOYEE-ID PIC X(6).
           02 PW-RESULT PIC X(1).

       FD  AGING-REPORT-FILE.
       01 AGING-REPORT-REC PIC X(100).


       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 AGING-STATUS-FILE-STATUS PIC XX VALUE "00".
       01 PRIOR-WORK-FILE-STATUS PIC XX VALUE "00".
       01 AGING-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 AGE-RULE-PARM-FILE-STATUS PIC XX VALUE "00".
       01 RUN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01 AGING-NEWLY-FAILING-COUNT PIC 9(5) VALUE ZEROS.
       01 AGING-NO-DOB-COUNT PIC 9(5) VALUE ZEROS.

       01 PRIOR-STATUS-COUNT PIC 9(5) VALUE ZEROS.
       01 PRIOR-RESULT-FOUND PIC X(1) VALUE SPACE.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-AGE-RULE-PARM-PARA.
           PERFORM LOAD-PRIOR-STATUS-PARA.
           IF AGING-RETURN-CODE = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COUPLE-MASTER-FILE.
           IF COUPLE-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COUPLE-MASTER.DAT NOT FOUND. ABORTING RUN."
               CLOSE PRIOR-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               DISPLAY "CANNOT OPEN AGING-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE PRIOR-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                   "ABORTING RUN."
               CLOSE COUPLE-MASTER-FILE
               CLOSE AGING-REPORT-FILE
               CLOSE PRIOR-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE AGING-REPORT-FILE.
           CLOSE AGING-STATUS-FILE.
           CLOSE PRIOR-WORK-FILE.
           PERFORM APPEND-RUN-HISTORY-PARA.
           DISPLAY "COUPLES AGED: " AGING-CHECKED-COUNT.
           DISPLAY "COUPLES FAILING AS OF RUN DATE: "
           END-IF.

       LOAD-PRIOR-STATUS-PARA.
      *> A repeated employee id keeps its first line.
           MOVE 0 TO PRIOR-STATUS-COUNT.
           MOVE 0 TO AGING-EOF.
           OPEN OUTPUT PRIOR-WORK-FILE.
           IF PRIOR-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-AGING-PRIOR.WRK. ",
                   "ABORTING RUN."
               MOVE 8 TO AGING-RETURN-CODE
           ELSE
               OPEN INPUT AGING-STATUS-FILE
               IF AGING-STATUS-FILE-STATUS NOT = "00"
                   DISPLAY "NO PRIOR AGING-STATUS.DAT. ALL FAILURES ",
                       "WILL REPORT AS NEWLY FAILING."
               ELSE
                   PERFORM UNTIL AGING-EOF = 1
                       READ AGING-STATUS-FILE
                           AT END
                               MOVE 1 TO AGING-EOF
                           NOT AT END
                               PERFORM NOTE-ONE-PRIOR-STATUS-PARA
                       END-READ
                   END-PERFORM
                   CLOSE AGING-STATUS-FILE
               END-IF
               CLOSE PRIOR-WORK-FILE
               IF AGING-RETURN-CODE NOT = 8
                   OPEN INPUT PRIOR-WORK-FILE
                   IF PRIOR-WORK-FILE-STATUS NOT = "00"
                       DISPLAY "CANNOT REOPEN COUPLE-AGING-PRIOR.WRK. ",
                           "ABORTING RUN."
                       MOVE 8 TO AGING-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO AGING-EOF.

       NOTE-ONE-PRIOR-STATUS-PARA.
           MOVE AS-EMPLOYEE-ID TO PW-EMPLOYEE-ID.
           MOVE AS-RESULT TO PW-RESULT.
           WRITE PRIOR-WORK-REC
               INVALID KEY
                   IF PRIOR-WORK-FILE-STATUS NOT = "22"
                       DISPLAY "COUPLE-AGING-PRIOR.WRK WRITE FAILED. ",
                           "STATUS " PRIOR-WORK-FILE-STATUS "."
                       MOVE 8 TO AGING-RETURN-CODE
                       MOVE 1 TO AGING-EOF
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO PRIOR-STATUS-COUNT
           END-WRITE.

       LOOKUP-PRIOR-STATUS-PARA.
           MOVE SPACE TO PRIOR-RESULT-FOUND.
           MOVE CM-EMPLOYEE-ID TO PW-EMPLOYEE-ID.
           READ PRIOR-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PW-RESULT TO PRIOR-RESULT-FOUND
           END-READ.

       AGE-ONE-COUPLE-PARA.
           PERFORM DERIVE-COUPLE-AGES-PARA.
