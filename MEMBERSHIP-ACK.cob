      *> Matches the membership system's acknowledgment file against
      *> the extract we sent, reports every rejected or unacknowledged
      *> record with its reason, and builds a resend file of the
      *> rejects so they go out with the next night's extract. The
      *> extract is held on a keyed work file by run and person-id
      *> pair, so its size only changes the run time.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBERSHIP-ACK-FILE-STATUS.

           SELECT EXTRACT-WORK-FILE ASSIGN TO "MEMBERSHIP-ACK.WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-KEY
               FILE STATUS IS EXTRACT-WORK-FILE-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "ACK-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-REPORT-FILE-STATUS.
           02 MA-ACK-CODE PIC X(1).
           02 MA-ACK-REASON PIC X(30).

      *> The extract's detail records keyed by run, pair and the
      *> pair's occurrence within the run, rebuilt on every run.
      *> EW-ACKED is set as acknowledgments are matched.
       FD  EXTRACT-WORK-FILE.
       01 EXTRACT-WORK-REC.
           02 EW-KEY.
               03 EW-RUN-SEQ PIC 9(4).
               03 EW-PERSON1-ID PIC X(6).
               03 EW-PERSON2-ID PIC X(6).
               03 EW-OCCURRENCE PIC 9(4).
           02 EW-REC-IMAGE PIC X(19).
           02 EW-ACKED PIC 9.

       FD  ACK-REPORT-FILE.
       01 ACK-REPORT-REC PIC X(100).

       01 MEMBERSHIP-ACK-FILE-STATUS PIC XX VALUE "00".
       01 ACK-REPORT-FILE-STATUS PIC XX VALUE "00".
       01 RESEND-FILE-STATUS PIC XX VALUE "00".
       01 EXTRACT-WORK-FILE-STATUS PIC XX VALUE "00".

       01 ACK-EOF PIC 9 VALUE 0.
      *> Return code for the night-cycle driver: 0 = clean,
       01 ACK-UNACKED-COUNT PIC 9(5) VALUE ZEROS.
       01 ACK-MATCH-FOUND PIC 9 VALUE 0.

       01 ACK-WORK-EOF PIC 9 VALUE 0.
       01 ACK-WRITTEN PIC 9 VALUE 0.

      *> Run bookkeeping while the extract loads: which run's details
      *> are being read, how many have been read for it, and whether
           MOVE "STARTED" TO AUDIT-OUTCOME.
           PERFORM AUDIT-LOG-PARA.
           PERFORM LOAD-EXTRACT-PARA.
           IF ACK-RETURN-CODE = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MEMBERSHIP-ACK-FILE.
           IF MEMBERSHIP-ACK-FILE-STATUS NOT = "00"
               DISPLAY "MEMBERSHIP-ACK.DAT NOT FOUND. ABORTING RUN."
               CLOSE EXTRACT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               DISPLAY "CANNOT OPEN ACK-REPORT.DAT FOR OUTPUT. ",
                   "ABORTING RUN."
               CLOSE MEMBERSHIP-ACK-FILE
               CLOSE EXTRACT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                   "ABORTING RUN."
               CLOSE MEMBERSHIP-ACK-FILE
               CLOSE ACK-REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-ACK-COUNTS-PARA.
           CLOSE ACK-REPORT-FILE.
           CLOSE RESEND-FILE.
           CLOSE EXTRACT-WORK-FILE.
           DISPLAY "EXTRACT RECORDS SENT: " ACK-SENT-COUNT.
           DISPLAY "ACKNOWLEDGMENTS READ: " ACK-READ-COUNT.
           DISPLAY "ACCEPTED: " ACK-ACCEPTED-COUNT.
               OR ACK-ORPHAN-COUNT > 0
               OR ACK-TRL-MISMATCH-COUNT > 0
               OR ACK-MISSING-TRL-COUNT > 0
               IF ACK-RETURN-CODE < 4
                   MOVE 4 TO ACK-RETURN-CODE
               END-IF
           END-IF.
           MOVE "MEMBERSHIP-ACK" TO AUDIT-SOURCE.
           MOVE SPACES TO AUDIT-INPUTS.
           CLOSE AUDIT-FILE.

       LOAD-EXTRACT-PARA.
           MOVE 0 TO ACK-EOF.
           OPEN INPUT MEMBERSHIP-EXTRACT-FILE.
           IF MEMBERSHIP-EXTRACT-FILE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-WORK-FILE.
           IF EXTRACT-WORK-FILE-STATUS = "00"
               CLOSE EXTRACT-WORK-FILE
               OPEN I-O EXTRACT-WORK-FILE
           END-IF.
           IF EXTRACT-WORK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MEMBERSHIP-ACK.WRK. ABORTING RUN."
               CLOSE MEMBERSHIP-EXTRACT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ACK-EOF = 1
               READ MEMBERSHIP-EXTRACT-FILE
                   AT END
                   "TRANSMISSION MAY BE TRUNCATED."
           END-IF.
           CLOSE MEMBERSHIP-EXTRACT-FILE.
           IF ACK-RETURN-CODE = 8
               CLOSE EXTRACT-WORK-FILE
           END-IF.
           MOVE 0 TO ACK-EOF.

       NOTE-EXTRACT-REC-PARA.
                   MOVE 0 TO ACK-RUN-DETAIL-COUNT
               WHEN OTHER
                   ADD 1 TO ACK-RUN-DETAIL-COUNT
                   ADD 1 TO ACK-SENT-COUNT
                   PERFORM STORE-EXTRACT-REC-PARA
           END-EVALUATE.

       STORE-EXTRACT-REC-PARA.
      *> A pair sent twice in one run takes the next free occurrence
      *> number, so the first one sent is matched first.
           MOVE ACK-CURR-RUN-SEQ TO EW-RUN-SEQ.
           MOVE ME-PERSON1-ID TO EW-PERSON1-ID.
           MOVE ME-PERSON2-ID TO EW-PERSON2-ID.
           MOVE 1 TO EW-OCCURRENCE.
           MOVE ME-DETAIL TO EW-REC-IMAGE.
           MOVE 0 TO EW-ACKED.
           MOVE 0 TO ACK-WRITTEN.
           PERFORM UNTIL ACK-WRITTEN = 1
               WRITE EXTRACT-WORK-REC
                   INVALID KEY
                       IF EXTRACT-WORK-FILE-STATUS = "22"
                           AND EW-OCCURRENCE < 9999
                           ADD 1 TO EW-OCCURRENCE
                       ELSE
                           DISPLAY "MEMBERSHIP-ACK.WRK WRITE FAILED. ",
                               "STATUS " EXTRACT-WORK-FILE-STATUS "."
                           MOVE 8 TO ACK-RETURN-CODE
                           MOVE 1 TO ACK-WRITTEN
                           MOVE 1 TO ACK-EOF
                       END-IF
                   NOT INVALID KEY
                       MOVE 1 TO ACK-WRITTEN
               END-WRITE
           END-PERFORM.

       MATCH-ACK-PARA.
      *> Match within the run the acknowledgment was stamped with, so
      *> a couple checked on two nights credits each night's own
      *> transmission; within a run the first unmatched record for
      *> the pair wins, as before.
           MOVE 0 TO ACK-MATCH-FOUND.
           MOVE 0 TO ACK-WORK-EOF.
           MOVE MA-RUN-SEQ TO EW-RUN-SEQ.
           MOVE MA-PERSON1-ID TO EW-PERSON1-ID.
           MOVE MA-PERSON2-ID TO EW-PERSON2-ID.
           MOVE ZEROS TO EW-OCCURRENCE.
           START EXTRACT-WORK-FILE KEY IS >= EW-KEY
               INVALID KEY
                   MOVE 1 TO ACK-WORK-EOF
           END-START.
           PERFORM UNTIL ACK-WORK-EOF = 1
               READ EXTRACT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO ACK-WORK-EOF
                   NOT AT END
                       IF EW-RUN-SEQ NOT = MA-RUN-SEQ
                           OR EW-PERSON1-ID NOT = MA-PERSON1-ID
                           OR EW-PERSON2-ID NOT = MA-PERSON2-ID
                           MOVE 1 TO ACK-WORK-EOF
                       ELSE
                           IF EW-ACKED = 0
                               MOVE 1 TO ACK-MATCH-FOUND
                               MOVE 1 TO ACK-WORK-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ACK-MATCH-FOUND = 0
               ADD 1 TO ACK-ORPHAN-COUNT
               MOVE SPACES TO ACK-REPORT-REC
                   DELIMITED BY SIZE INTO ACK-REPORT-REC
               WRITE ACK-REPORT-REC
           ELSE
               MOVE 1 TO EW-ACKED
               REWRITE EXTRACT-WORK-REC
                   INVALID KEY
                       DISPLAY "MEMBERSHIP-ACK.WRK REWRITE FAILED. ",
                           "STATUS " EXTRACT-WORK-FILE-STATUS "."
                       MOVE 8 TO ACK-RETURN-CODE
               END-REWRITE
               IF MA-ACK-CODE = "A"
                   ADD 1 TO ACK-ACCEPTED-COUNT
               ELSE
                       " REJECTED (" MA-ACK-CODE ") " MA-ACK-REASON
                       DELIMITED BY SIZE INTO ACK-REPORT-REC
                   WRITE ACK-REPORT-REC
                   MOVE EW-REC-IMAGE TO RESEND-REC
                   WRITE RESEND-REC
               END-IF
           END-IF.
           MOVE "===== SENT BUT NEVER ACKNOWLEDGED ====="
               TO ACK-REPORT-REC.
           WRITE ACK-REPORT-REC.
           MOVE 0 TO ACK-WORK-EOF.
           MOVE LOW-VALUES TO EW-KEY.
           START EXTRACT-WORK-FILE KEY IS >= EW-KEY
               INVALID KEY
                   MOVE 1 TO ACK-WORK-EOF
           END-START.
           PERFORM UNTIL ACK-WORK-EOF = 1
               READ EXTRACT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO ACK-WORK-EOF
                   NOT AT END
                       IF EW-ACKED = 0
                           ADD 1 TO ACK-UNACKED-COUNT
                           MOVE SPACES TO ACK-REPORT-REC
                           STRING EW-PERSON1-ID " AND "
                               EW-PERSON2-ID
                               " NO ACKNOWLEDGMENT RECEIVED"
                               DELIMITED BY SIZE INTO ACK-REPORT-REC
                           WRITE ACK-REPORT-REC
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ACK-COUNTS-PARA.
