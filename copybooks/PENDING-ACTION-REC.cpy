      *> One dual-control action waiting for a second operator,
      *> keyed by the program that queued it and the master key it
      *> applies to, so a record can have only one action pending.
      *> Action DELETE carries the master record image as it stood
      *> when the delete was requested; action WAIVE carries the
      *> waiver record to be written once the W status is approved,
      *> followed by the case as it stood when the waiver was asked
      *> for (PA-WAIVE-PRIOR-FOUND Y), or N when there was no case.
       01 PENDING-ACTION-REC.
           02 PA-PENDING-KEY.
               03 PA-PROGRAM PIC X(16).
               03 PA-TARGET-ID PIC X(6).
           02 PA-ACTION PIC X(6).
           02 PA-REQUESTED-BY PIC X(20).
           02 PA-REQUESTED-DATE PIC 9(8).
           02 PA-REQUESTED-TIME PIC 9(8).
           02 PA-RECORD-IMAGE PIC X(200).
           02 PA-WAIVE-IMAGE REDEFINES PA-RECORD-IMAGE.
               03 PA-WAIVE-PROPOSED PIC X(100).
               03 PA-WAIVE-PRIOR-FOUND PIC X(1).
               03 PA-WAIVE-PRIOR PIC X(99).
