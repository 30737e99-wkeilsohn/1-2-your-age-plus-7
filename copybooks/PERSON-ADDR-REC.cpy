      *> Mailing address for one person, kept on PERSON-ADDRESS.DAT
      *> beside the person master and keyed by the same person id.
      *> Maintained from PERSON-MAINT; read by the notification
      *> letter run.
       01 PERSON-ADDR-REC.
           02 AD-PERSON-ID PIC X(6).
           02 AD-LINE-1 PIC X(30).
           02 AD-LINE-2 PIC X(30).
           02 AD-POSTCODE PIC X(10).
