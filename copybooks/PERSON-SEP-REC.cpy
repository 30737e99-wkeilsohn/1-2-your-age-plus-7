      *> Separation of one person who has left, kept on
      *> PERSON-SEPARATION.DAT beside the person master and keyed by
      *> the same person id. Recorded from PERSON-MAINT; read by the
      *> PERSON-PURGE run, which anonymizes the person's name and
      *> birth date once the retention years on PURGE-PARM.DAT have
      *> passed since SP-SEPARATION-DATE and then sets
      *> SP-ANONYMIZED-DATE. Zeros there mean not yet anonymized.
       01 PERSON-SEP-REC.
           02 SP-PERSON-ID PIC X(6).
           02 SP-SEPARATION-DATE PIC 9(8).
           02 SP-RECORDED-BY PIC X(20).
           02 SP-RECORDED-DATE PIC 9(8).
           02 SP-ANONYMIZED-DATE PIC 9(8).
