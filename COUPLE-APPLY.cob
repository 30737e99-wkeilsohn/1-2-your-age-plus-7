      *> journal COUPLE-MAINT writes; transactions that fail an edit,
      *> hit a duplicate on add or miss the master on change/delete go
      *> to a rejects file with a reason so HR can fix and resubmit.
      *> Every applied transaction also closes the couple's current
      *> version on COUPLE-HISTORY.DAT as of the HR cut date and opens
      *> the new one, the same history COUPLE-MAINT keeps.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-JOURNAL-FILE-STATUS.

           SELECT COUPLE-HISTORY-FILE ASSIGN TO "COUPLE-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS COUPLE-HISTORY-FILE-STATUS.

           SELECT TRANS-REJECT-FILE
               ASSIGN TO "COUPLE-TRANS-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-REC PIC X(100).

       FD  COUPLE-HISTORY-FILE.
           COPY "COUPLE-HIST-REC.cpy".

       FD  TRANS-REJECT-FILE.
       01 TRANS-REJECT-REC PIC X(120).

       01 COUPLE-MASTER-FILE-STATUS PIC XX VALUE "00".
       01 MAINT-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01 TRANS-REJECT-FILE-STATUS PIC XX VALUE "00".
       01 COUPLE-HISTORY-FILE-STATUS PIC XX VALUE "00".

       01 APPLY-EOF PIC 9 VALUE 0.
       01 APPLY-READ-COUNT PIC 9(5) VALUE ZEROS.
       01 APPLY-CHANGED-COUNT PIC 9(5) VALUE ZEROS.
       01 APPLY-DELETED-COUNT PIC 9(5) VALUE ZEROS.
       01 APPLY-REJECT-COUNT PIC 9(5) VALUE ZEROS.
       01 APPLY-HIST-FAILED-COUNT PIC 9(5) VALUE ZEROS.

      *> Return code convention shared by the batch suite: 0 = clean,
      *> 4 = completed with rejected transactions, 8 = failed.
           02 APPLY-WHEN-TIME PIC 9(8).
       01 APPLY-ACTION PIC X(6) VALUE SPACES.

      *> Relationship history: the version a transaction replaces and
      *> the version it puts on the master (spaces for none), dated
      *> with the transaction's HR cut date.
       01 APPLY-HIST-WHO PIC X(20) VALUE SPACES.
       01 APPLY-HIST-EFFECTIVE PIC 9(8) VALUE ZEROS.
       01 APPLY-HIST-START PIC 9(8) VALUE ZEROS.
       01 APPLY-HIST-PRIOR-IMAGE PIC X(64) VALUE SPACES.
       01 APPLY-HIST-NEW-IMAGE PIC X(64) VALUE SPACES.
       01 APPLY-HIST-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 APPLY-HIST-EOF PIC 9 VALUE 0.
       01 APPLY-HIST-LAST-VERSION PIC 9(4) VALUE ZEROS.
       01 APPLY-HIST-OPEN-VERSION PIC 9(4) VALUE ZEROS.

       01 AUDIT-WHO PIC X(20) VALUE SPACES.
       01 AUDIT-WHEN.
           02 AUDIT-WHEN-DATE PIC 9(8).
           END-IF.
           PERFORM OPEN-MASTER-PARA.
           PERFORM OPEN-JOURNAL-PARA.
           PERFORM OPEN-HISTORY-PARA.
           ACCEPT APPLY-HIST-WHO FROM ENVIRONMENT "USER".
           IF APPLY-HIST-WHO = SPACES THEN
               MOVE "UNKNOWN" TO APPLY-HIST-WHO
           END-IF.
           OPEN OUTPUT TRANS-REJECT-FILE.
           IF TRANS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-TRANS-REJECTS.DAT FOR ",
               CLOSE COUPLE-TRANS-FILE
               CLOSE COUPLE-MASTER-FILE
               CLOSE MAINT-JOURNAL-FILE
               CLOSE COUPLE-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE COUPLE-TRANS-FILE.
           CLOSE COUPLE-MASTER-FILE.
           CLOSE MAINT-JOURNAL-FILE.
           CLOSE COUPLE-HISTORY-FILE.
           CLOSE TRANS-REJECT-FILE.
           DISPLAY "TRANSACTIONS READ: " APPLY-READ-COUNT.
           DISPLAY "COUPLES ADDED: " APPLY-ADDED-COUNT.
           DISPLAY "COUPLES CHANGED: " APPLY-CHANGED-COUNT.
           DISPLAY "COUPLES DELETED: " APPLY-DELETED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " APPLY-REJECT-COUNT.
           IF APPLY-HIST-FAILED-COUNT > 0
               DISPLAY "HISTORY VERSIONS NOT RECORDED: "
                   APPLY-HIST-FAILED-COUNT
           END-IF.
           IF APPLY-REJECT-COUNT > 0 OR APPLY-HIST-FAILED-COUNT > 0
               MOVE 4 TO APPLY-RETURN-CODE
           END-IF.
           MOVE "COUPLE-APPLY" TO AUDIT-SOURCE.
               STOP RUN
           END-IF.

       OPEN-HISTORY-PARA.
           OPEN I-O COUPLE-HISTORY-FILE.
           IF COUPLE-HISTORY-FILE-STATUS = "35" THEN
               OPEN OUTPUT COUPLE-HISTORY-FILE
               CLOSE COUPLE-HISTORY-FILE
               OPEN I-O COUPLE-HISTORY-FILE
           END-IF.
           IF COUPLE-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COUPLE-HISTORY.DAT. STATUS ",
                   COUPLE-HISTORY-FILE-STATUS, ". ABORTING RUN."
               CLOSE COUPLE-TRANS-FILE
               CLOSE COUPLE-MASTER-FILE
               CLOSE MAINT-JOURNAL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-ONE-TRANS-PARA.
           IF CT-TRANS-DATE NOT NUMERIC
               MOVE "TRANSACTION DATE NOT NUMERIC"
                       ADD 1 TO APPLY-ADDED-COUNT
                       MOVE "ADD" TO APPLY-ACTION
                       PERFORM WRITE-JOURNAL-PARA
                       MOVE SPACES TO APPLY-HIST-PRIOR-IMAGE
                       MOVE COUPLE-REC TO APPLY-HIST-NEW-IMAGE
                       PERFORM RECORD-HISTORY-PARA
               END-WRITE
           END-IF.

                           TO APPLY-REJECT-REASON
                       PERFORM WRITE-REJECT-PARA
                   NOT INVALID KEY
                       MOVE COUPLE-REC TO APPLY-HIST-PRIOR-IMAGE
                       PERFORM BUILD-MASTER-REC-PARA
                       REWRITE COUPLE-REC
                           INVALID KEY
                               ADD 1 TO APPLY-CHANGED-COUNT
                               MOVE "CHANGE" TO APPLY-ACTION
                               PERFORM WRITE-JOURNAL-PARA
                               MOVE COUPLE-REC TO APPLY-HIST-NEW-IMAGE
                               PERFORM RECORD-HISTORY-PARA
                       END-REWRITE
               END-READ
           END-IF.
                           TO APPLY-REJECT-REASON
                       PERFORM WRITE-REJECT-PARA
                   NOT INVALID KEY
                       MOVE COUPLE-REC TO APPLY-HIST-PRIOR-IMAGE
                       DELETE COUPLE-MASTER-FILE
                           INVALID KEY
                               MOVE "DELETE FAILED"
                               ADD 1 TO APPLY-DELETED-COUNT
                               MOVE "DELETE" TO APPLY-ACTION
                               PERFORM WRITE-JOURNAL-PARA
                               MOVE SPACES TO APPLY-HIST-NEW-IMAGE
                               PERFORM RECORD-HISTORY-PARA
                       END-DELETE
               END-READ
           END-IF.
               APPLY-ACTION " " COUPLE-REC
               DELIMITED BY SIZE INTO MAINT-JOURNAL-REC.
           WRITE MAINT-JOURNAL-REC.

       RECORD-HISTORY-PARA.
      *> Closes the couple's open version on COUPLE-HISTORY.DAT as of
      *> the transaction's cut date with the record as it stood
      *> before the transaction, then opens a new version for the
      *> record now on the master.
           MOVE CT-TRANS-DATE TO APPLY-HIST-EFFECTIVE.
           MOVE APPLY-HIST-EFFECTIVE TO APPLY-HIST-START.
           IF APPLY-HIST-NEW-IMAGE NOT = SPACES
               MOVE APPLY-HIST-NEW-IMAGE(1:6) TO APPLY-HIST-EMPLOYEE-ID
           ELSE
               MOVE APPLY-HIST-PRIOR-IMAGE(1:6)
                   TO APPLY-HIST-EMPLOYEE-ID
           END-IF.
           MOVE ZEROS TO APPLY-HIST-LAST-VERSION.
           MOVE ZEROS TO APPLY-HIST-OPEN-VERSION.
           MOVE 0 TO APPLY-HIST-EOF.
           MOVE APPLY-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID.
           MOVE ZEROS TO CH-VERSION.
           START COUPLE-HISTORY-FILE KEY IS >= CH-HIST-KEY
               INVALID KEY
                   MOVE 1 TO APPLY-HIST-EOF
           END-START.
           PERFORM UNTIL APPLY-HIST-EOF = 1
               READ COUPLE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO APPLY-HIST-EOF
                   NOT AT END
                       IF CH-EMPLOYEE-ID NOT = APPLY-HIST-EMPLOYEE-ID
                           MOVE 1 TO APPLY-HIST-EOF
                       ELSE
                           MOVE CH-VERSION TO APPLY-HIST-LAST-VERSION
                           IF CH-END-DATE = 99999999
                               MOVE CH-VERSION
                                   TO APPLY-HIST-OPEN-VERSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF APPLY-HIST-OPEN-VERSION > 0
               MOVE APPLY-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               MOVE APPLY-HIST-OPEN-VERSION TO CH-VERSION
               READ COUPLE-HISTORY-FILE
                   INVALID KEY
                       ADD 1 TO APPLY-HIST-FAILED-COUNT
                   NOT INVALID KEY
                       PERFORM CLOSE-HISTORY-VERSION-PARA
                       REWRITE COUPLE-HIST-REC
                           INVALID KEY
                               ADD 1 TO APPLY-HIST-FAILED-COUNT
                       END-REWRITE
               END-READ
           ELSE
               IF APPLY-HIST-PRIOR-IMAGE NOT = SPACES
                   *> The couple predates its history: keep what it
                   *> was as a first version with no known start.
                   MOVE SPACES TO COUPLE-HIST-REC
                   MOVE APPLY-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
                   ADD 1 TO APPLY-HIST-LAST-VERSION
                   MOVE APPLY-HIST-LAST-VERSION TO CH-VERSION
                   MOVE ZEROS TO CH-START-DATE
                   PERFORM CLOSE-HISTORY-VERSION-PARA
                   PERFORM WRITE-HISTORY-VERSION-PARA
               END-IF
           END-IF.
           IF APPLY-HIST-NEW-IMAGE NOT = SPACES
               MOVE SPACES TO COUPLE-HIST-REC
               MOVE APPLY-HIST-EMPLOYEE-ID TO CH-EMPLOYEE-ID
               ADD 1 TO APPLY-HIST-LAST-VERSION
               MOVE APPLY-HIST-LAST-VERSION TO CH-VERSION
               MOVE APPLY-HIST-START TO CH-START-DATE
               MOVE APPLY-ACTION TO CH-START-ACTION
               MOVE APPLY-HIST-WHO TO CH-STARTED-BY
               MOVE "COUPLE-APPLY" TO CH-START-SOURCE
               MOVE 99999999 TO CH-END-DATE
               MOVE APPLY-HIST-NEW-IMAGE TO CH-COUPLE-IMAGE
               PERFORM WRITE-HISTORY-VERSION-PARA
           END-IF.

       CLOSE-HISTORY-VERSION-PARA.
      *> A transaction cut before the version it ends began (HR
      *> sending changes out of order) closes the version on its own
      *> start date. The next version opens on the date this one was
      *> closed, so no two versions are ever in force on one day.
           IF APPLY-HIST-EFFECTIVE < CH-START-DATE
               MOVE CH-START-DATE TO CH-END-DATE
           ELSE
               MOVE APPLY-HIST-EFFECTIVE TO CH-END-DATE
           END-IF.
           MOVE CH-END-DATE TO APPLY-HIST-START.
           MOVE APPLY-ACTION TO CH-END-ACTION.
           MOVE APPLY-HIST-WHO TO CH-ENDED-BY.
           MOVE "COUPLE-APPLY" TO CH-END-SOURCE.
           MOVE APPLY-HIST-PRIOR-IMAGE TO CH-COUPLE-IMAGE.

       WRITE-HISTORY-VERSION-PARA.
           WRITE COUPLE-HIST-REC
               INVALID KEY
                   ADD 1 TO APPLY-HIST-FAILED-COUNT
           END-WRITE.
