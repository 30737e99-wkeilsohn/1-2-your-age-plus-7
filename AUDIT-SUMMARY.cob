               03 FILLER PIC X(7).
               03 AUD-RECON-FAILED PIC X(5).
               03 FILLER PIC X(28).
           02 AUD-OUTCOME-DENIED REDEFINES AUD-OUTCOME.
               03 AUD-DENIED-WORD PIC X(7).
               03 FILLER PIC X(33).
           02 FILLER PIC X(13).

       FD  SUMMARY-REPORT-FILE.
       01 ASUM-SELECTED-COUNT PIC 9(6) VALUE ZEROS.
       01 ASUM-NOTMEET-TOTAL PIC 9(7) VALUE ZEROS.
       01 ASUM-RECON-FAILED-TOTAL PIC 9(7) VALUE ZEROS.
       01 ASUM-DENIED-TOTAL PIC 9(7) VALUE ZEROS.
       01 ASUM-RECON-FAILED-WORK PIC 9(5) VALUE ZEROS.
       01 ASUM-NOTMEET-WORK PIC 9(5) VALUE ZEROS.
       01 ASUM-DETAIL-DATE PIC 9(8) VALUE ZEROS.
      *> One entry per audit source the suite writes, with OTHER as
      *> the last slot for anything unrecognized.
       01 ASUM-SOURCE-TABLE.
           02 ASUM-SOURCE-ENTRY OCCURS 30 TIMES
                   INDEXED BY ASUM-SOURCE-IDX.
               03 ASUM-SOURCE-NAME PIC X(16).
               03 ASUM-SOURCE-COUNT PIC 9(6).
           MOVE "COUPLE-INQUIRY" TO ASUM-SOURCE-NAME(18).
           MOVE "PAIR-EDIT" TO ASUM-SOURCE-NAME(19).
           MOVE "AUDIT-SUMMARY" TO ASUM-SOURCE-NAME(20).
           MOVE "MASTER-INTEGRITY" TO ASUM-SOURCE-NAME(21).
           MOVE "RULE-WHATIF" TO ASUM-SOURCE-NAME(22).
           MOVE "OPERATOR-MAINT" TO ASUM-SOURCE-NAME(23).
           MOVE "PENDING-LIST" TO ASUM-SOURCE-NAME(24).
           MOVE "PERSON-DUPCHECK" TO ASUM-SOURCE-NAME(25).
           MOVE "PERSON-MERGE" TO ASUM-SOURCE-NAME(26).
           MOVE "NOTIFY-LETTERS" TO ASUM-SOURCE-NAME(27).
           MOVE "COUPLE-SNAPSHOT" TO ASUM-SOURCE-NAME(28).
           MOVE "PERSON-PURGE" TO ASUM-SOURCE-NAME(29).
           MOVE "OTHER" TO ASUM-SOURCE-NAME(30).
           PERFORM VARYING ASUM-SOURCE-IDX FROM 1 BY 1
                   UNTIL ASUM-SOURCE-IDX > 30
               MOVE ZEROS TO ASUM-SOURCE-COUNT(ASUM-SOURCE-IDX)
           END-PERFORM.

           SET ASUM-SOURCE-IDX TO 1.
           SEARCH ASUM-SOURCE-ENTRY
               AT END
                   ADD 1 TO ASUM-SOURCE-COUNT(30)
               WHEN ASUM-SOURCE-NAME(ASUM-SOURCE-IDX) = AUD-SOURCE
                   ADD 1 TO ASUM-SOURCE-COUNT(ASUM-SOURCE-IDX)
           END-SEARCH.
               ADD ASUM-RECON-FAILED-WORK
                   TO ASUM-RECON-FAILED-TOTAL
           END-IF.
           *> Sign-ons and actions the maintenance programs refused
           *> for want of an authorization grant.
           IF AUD-DENIED-WORD = "DENIED "
               ADD 1 TO ASUM-DENIED-TOTAL
           END-IF.

       TALLY-WHO-PARA.
           SET ASUM-WHO-IDX TO 1.
           MOVE "COUNTS BY SOURCE:" TO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
           PERFORM VARYING ASUM-SOURCE-IDX FROM 1 BY 1
                   UNTIL ASUM-SOURCE-IDX > 30
               IF ASUM-SOURCE-COUNT(ASUM-SOURCE-IDX) > 0
                   MOVE ASUM-SOURCE-COUNT(ASUM-SOURCE-IDX)
                       TO COUNT-FORMAT
               NOTMEET-FORMAT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
           MOVE ASUM-DENIED-TOTAL TO NOTMEET-FORMAT.
           MOVE SPACES TO SUMMARY-REPORT-REC.
           STRING "TOTAL DENIED ATTEMPTS IN PERIOD: "
               NOTMEET-FORMAT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-REC.
           WRITE SUMMARY-REPORT-REC.
