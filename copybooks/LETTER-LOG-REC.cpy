      *> One entry per notice on LETTER-LOG.DAT, keyed by person id,
      *> date and notice type so a person's entries read back in date
      *> order. Notice N = please contact HR (new exception),
      *> R = reminder (still failing), C = courtesy (watch list),
      *> X = case resolved - no letter, it only ends the run of
      *> notices so a later failure starts afresh.
       01 LETTER-LOG-REC.
           02 LG-LOG-KEY.
               03 LG-PERSON-ID PIC X(6).
               03 LG-SENT-DATE PIC 9(8).
               03 LG-NOTICE PIC X(1).
           02 LG-PARTNER-ID PIC X(6).
           02 LG-FIRST-FAILED PIC 9(8).
           02 LG-LETTER-REF PIC X(16).
